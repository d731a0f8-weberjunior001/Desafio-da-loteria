       Date-compiled. 02/09/2026.

      *>Orquestrador da janela noturna: executa em sequencia a verificacao de
      *>integridade (Verificador), a copia de seguranca dos arquivos de dados
      *>(Backup, para uma noite ruim poder ser desfeita com o Restaura), a
      *>importacao dos resultados da Caixa (Importador), o processamento da
      *>remessa de PARAMETROS.DAT (Program1 em modo lote), a conferencia das
      *>cartelas apostadas (Conferidor), a analise de frequencia (Analise), o
      *>lancamento dos custos e premios dos boloes na conta corrente dos
      *>participantes (LancaBolao) e o controle dos premios a resgatar com o
      *>aviso de prescricao (ControlePremios), parando a cadeia quando um passo
      *>termina com codigo de retorno diferente de zero (como o return-code 8
      *>do Verificador) e registrando em JANELA-LOG.DAT o inicio, o fim e a
      *>situacao de cada passo, com o numero da execucao envolvida -- e esse
      *>log que diz de manha se a noite correu inteira ou onde parou e o que
      *>reapresentar; as respostas das perguntas de cada programa sao gravadas
      *>em arquivos .RSP e entregues pela entrada padrao, entao a janela roda
      *>sem operador depois do login e da pergunta inicial do jogo (o operador
      *>que disparou a janela fica em cada registro do log); a janela nao roda
      *>enquanto a ultima restauracao de copia estiver BLOQUEADA

      *>Divisão para configuração do ambiente
       Environment Division.
               organization is line sequential
               file status is st-execucoes.

      *>catalogo das copias de seguranca, consultado para saber se a ultima
      *>restauracao liberou os arquivos
           select catalogo-file assign to "BACKUP-CATALOGO.DAT"
               organization is line sequential
               file status is st-catalogo.

       I-O-Control.

      *>Declaração de variáveis
           05  janela-situacao                         pic x(10).
           05  janela-retorno                          pic 9(04).
           05  janela-execucao                         pic 9(06).
           05  janela-operador                         pic x(10).

       fd  resposta-file.
       01  resposta-reg                                pic x(10).
       fd  execucoes-file.
       01  execucao-reg.
           05  numero-execucao-exec                    pic 9(06).
           05  exec-resto                              pic x(110).

      *>mesmo layout de catalogo-reg gravado pelo Backup e pelo Restaura; aqui so
      *>interessam o tipo do registro e a situacao da restauracao
       fd  catalogo-file.
       01  catalogo-reg.
           05  cat-tipo                                pic x(01).
               88  cat-restauracao                       value "R".
           05  cat-numero-copia                        pic 9(04).
           05  cat-data                                pic x(08).
           05  cat-hora                                pic x(08).
           05  cat-execucao                            pic 9(06).
           05  cat-situacao                            pic x(10).
           05  cat-resto                               pic x(433).

      *>----Variaveis de trabalho
       working-storage section.

      *>----Area de comunicacao com o LoginOperador (operador identificado e perfil)
           copy "LOGIN.CPY".

      *>----Regras do jogo selecionado (Mega-Sena, Quina, Lotofacil)
           copy "GAMERULES.CPY".

       77  st-janela-log                           pic x(02).
       77  st-resposta                             pic x(02).
       77  st-execucoes                            pic x(02).
       77  st-catalogo                             pic x(02).
       77  eof-execucoes                           pic x(01) value "N".
           88  fim-execucoes                         value "S".
       77  eof-catalogo                            pic x(01) value "N".
           88  fim-catalogo                          value "S".
       77  situacao-ultima-restauracao             pic x(10) value spaces.
       77  copia-ultima-restauracao                pic 9(04) value 0.
       77  nome-arquivo-resposta                   pic x(30).

      *>----Passos da janela, na ordem de execucao
       77  qtd-passos                              pic 9(01) value 8.
       01  passos-janela.
           05  passo-janela                           occurs 8.
               10  nome-passo                           pic x(20).
               10  comando-passo                        pic x(80).
               10  situacao-passo                       pic x(10).
           display "Orquestrador da janela noturna"
           display "===================================================="

      *>identificacao do operador antes de qualquer acesso aos arquivos
           move "Janela" to login-programa
           move "OPERADOR" to login-perfil-exigido
           call "LoginOperador" using area-login
           if not login-aceito
               move 8 to return-code
               stop run
           end-if

      *>o mesmo jogo dimensiona o Verificador, a importacao e a analise da noite
           move 0 to game-selecionado
           perform until game-mega-sena or game-quina or game-lotofacil
               accept game-selecionado
           end-perform

      *>arquivos restaurados de uma copia so voltam a rodar na janela depois de
      *>uma restauracao liberada pelo Verificador
           open input catalogo-file
           if st-catalogo = "00"
               move "N" to eof-catalogo
               perform until fim-catalogo
                   read catalogo-file
                       at end
                           move "S" to eof-catalogo
                   end-read
                   if not fim-catalogo
                       if cat-restauracao
                           move cat-situacao to situacao-ultima-restauracao
                           move cat-numero-copia to copia-ultima-restauracao
                       end-if
                   end-if
               end-perform
               close catalogo-file
           end-if
           if situacao-ultima-restauracao = "BLOQUEADA"
               display "A ultima restauracao de copia (copia " copia-ultima-restauracao
                   ") ficou BLOQUEADA: a janela nao roda ate uma restauracao ser liberada"
               move 8 to return-code
               stop run
           end-if

      *>abertura do log da janela (cria se nao existir)
           open extend janela-log-file
           if st-janela-log <> "00"
      *>tabela dos passos da janela, na ordem em que devem rodar
           move "VERIFICADOR" to nome-passo(1)
           move "./Verificador < VERIFICADOR.RSP" to comando-passo(1)
      *>a copia de seguranca vem antes do Importador: e o ponto de volta da noite
           move "BACKUP" to nome-passo(2)
           move "./Backup" to comando-passo(2)
           move "IMPORTADOR" to nome-passo(3)
           move "./Importador < IMPORTADOR.RSP" to comando-passo(3)
           move "REMESSA" to nome-passo(4)
           move "./Program1 < REMESSA.RSP" to comando-passo(4)
           move "CONFERIDOR" to nome-passo(5)
           move "./Conferidor" to comando-passo(5)
           move "ANALISE" to nome-passo(6)
           move "./Analise < ANALISE.RSP" to comando-passo(6)
           move "LANCA-BOLAO" to nome-passo(7)
           move "./LancaBolao" to comando-passo(7)
           move "CONTROLE-PREMIOS" to nome-passo(8)
           move "./ControlePremios" to comando-passo(8)
           perform varying ind-passo from 1 by 1 until ind-passo > qtd-passos
               move "PENDENTE" to situacao-passo(ind-passo)
               move 0 to retorno-passo(ind-passo)
           move ind-passo to janela-passo
           move nome-passo(ind-passo) to janela-nome-passo
           move ultima-execucao-mestre to janela-execucao
           move login-usuario to janela-operador

           write janela-log-reg
           .

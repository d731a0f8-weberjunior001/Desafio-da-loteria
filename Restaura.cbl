      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Restaura".
       Author. "Anderson Weber Junior".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Restauracao de uma copia de seguranca do conjunto de arquivos de dados:
      *>lista as ultimas copias do catalogo BACKUP-CATALOGO.DAT, restaura a copia
      *>escolhida pelo operador (so copias COMPLETAS) e roda o Verificador sobre
      *>o que foi restaurado antes de liberar os arquivos; antes de substituir
      *>os arquivos vivos tira uma copia da situacao atual (programa Backup),
      *>para a propria restauracao poder ser desfeita; os indexados sao
      *>recarregados em ordem de chave e os sequenciais registro a registro, e
      *>a quantidade restaurada de cada arquivo tem de bater com a do catalogo;
      *>arquivo AUSENTE na copia (ainda nao existia) volta vazio; o catalogo
      *>recebe um registro da restauracao como LIBERADA (tudo restaurado e
      *>Verificador sem erro) ou BLOQUEADA -- com a restauracao bloqueada a
      *>Janela nao roda ate uma restauracao ser liberada; so o perfil
      *>SUPERVISOR restaura copias

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.

      *>catalogo das copias de seguranca e das restauracoes
           select catalogo-file assign to "BACKUP-CATALOGO.DAT"
               organization is line sequential
               file status is st-catalogo.

      *>arquivos indexados do conjunto, recarregados em ordem de chave
           select cartelas-file assign to "CARTELAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is nome-cartela-salva
               file status is st-indexado.

           select apostas-file assign to "APOSTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is aposta-comprovante
               file status is st-indexado.

           select historico-real-file assign to "HISTORICO-REAL.DAT"
               organization is indexed
               access mode is dynamic
               record key is concurso-chave
               alternate record key is concurso-data-chave with duplicates
               file status is st-indexado.

           select premios-controle-file assign to "PREMIOS-CONTROLE.DAT"
               organization is indexed
               access mode is dynamic
               record key is prem-chave
               file status is st-indexado.

      *>arquivo sequencial vivo da vez (nome montado em memoria)
           select destino-file assign to dynamic nome-arquivo-destino
               organization is line sequential
               file status is st-destino.

      *>arquivo de copia da vez (prefixo-Bnnnn.DAT)
           select copia-file assign to dynamic nome-arquivo-copia
               organization is line sequential
               file status is st-copia.

      *>resposta do Verificador (o jogo que dimensiona a faixa das dezenas)
           select resposta-file assign to "RESTAURA.RSP"
               organization is line sequential
               file status is st-resposta.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>mesmo layout de catalogo-reg gravado pelo Backup
       fd  catalogo-file.
       01  catalogo-reg.
           05  cat-tipo                                pic x(01).
               88  cat-copia                             value "B".
               88  cat-restauracao                       value "R".
           05  cat-numero-copia                        pic 9(04).
           05  cat-data                                pic x(08).
           05  cat-hora                                pic x(08).
           05  cat-execucao                            pic 9(06).
           05  cat-situacao                            pic x(10).
           05  cat-copia-seguranca                     pic 9(04).
           05  cat-arquivo                             occurs 11.
               10  cat-prefixo                           pic x(20).
               10  cat-qtd-registros                     pic 9(09).
               10  cat-situacao-arquivo                  pic x(10).

      *>nos indexados so a chave importa para a recarga (mesmos tamanhos do Backup)
       fd  cartelas-file.
       01  cartela-salva-reg.
           05  nome-cartela-salva                      pic x(12).
           05  filler                                  pic x(42).

       fd  apostas-file.
       01  aposta-reg.
           05  aposta-comprovante                      pic x(20).
           05  filler                                  pic x(74).

       fd  historico-real-file.
       01  historico-real-reg.
           05  concurso-chave                          pic x(05).
           05  filler                                  pic x(08).
           05  concurso-data-chave                     pic x(08).
           05  filler                                  pic x(42).

       fd  premios-controle-file.
       01  premio-controle-reg.
           05  prem-chave                              pic x(25).
           05  filler                                  pic x(124).

      *>o tamanho variavel devolve cada registro com o tamanho original
       fd  destino-file
           record is varying in size from 1 to 500 characters
               depending on tamanho-destino.
       01  destino-reg                                 pic x(500).

       fd  copia-file
           record is varying in size from 1 to 500 characters
               depending on tamanho-copia.
       01  copia-reg                                   pic x(500).

       fd  resposta-file.
       01  resposta-reg                                pic x(10).

      *>----Variaveis de trabalho
       working-storage section.

      *>----Area de comunicacao com o LoginOperador (operador identificado e perfil)
           copy "LOGIN.CPY".

      *>----Conjunto de arquivos de dados da copia de seguranca
           copy "BACKUP.CPY".

      *>----Variaveis de controle de arquivos
       77  st-catalogo                             pic x(02).
       77  st-indexado                             pic x(02).
       77  st-destino                              pic x(02).
       77  st-copia                                pic x(02).
       77  st-resposta                             pic x(02).
       77  st-vivo                                 pic x(02).
       77  tamanho-destino                         pic 9(03).
       77  tamanho-copia                           pic 9(03).
       77  eof-arquivo                             pic x(01) value "N".
           88  fim-arquivo                           value "S".
       77  situacao-copia                          pic x(01) value "N".
           88  copia-aberta                          value "S".

      *>----Nomes do arquivo vivo e da copia da vez
       77  nome-arquivo-destino                    pic x(30).
       77  nome-arquivo-copia                      pic x(30).

      *>----Copia escolhida (registro do catalogo guardado para a restauracao)
       01  copia-escolhida.
           05  esc-tipo                                pic x(01).
           05  esc-numero-copia                        pic 9(04).
           05  esc-data                                pic x(08).
           05  esc-hora                                pic x(08).
           05  esc-execucao                            pic 9(06).
           05  esc-situacao                            pic x(10).
           05  esc-copia-seguranca                     pic 9(04).
           05  esc-arquivo                             occurs 11.
               10  esc-prefixo                           pic x(20).
               10  esc-qtd-registros                     pic 9(09).
               10  esc-situacao-arquivo                  pic x(10).

      *>----Controle da restauracao
       77  qtd-copias-catalogo                     pic 9(05) value 0.
       77  ordem-copia                             pic 9(05).
       77  primeira-copia-listada                  pic 9(05).
      *>quantas copias (as mais recentes) a lista mostra
       77  qtd-copias-lista                        pic 9(02) value 20.
       77  numero-copia-pedida                     pic 9(04) value 0.
       77  copia-encontrada                        pic x(01).
           88  achou-copia                           value "S".
       77  copia-seguranca                         pic 9(04) value 0.
       77  situacao-ultima-restauracao             pic x(10) value spaces.
       77  confirmacao                             pic x(01).
           88  confirmou                             value "S" "s".
       77  ind-arquivo                             pic 9(02).
       77  qtd-registros                           pic 9(09).
       77  situacao-arquivo                        pic x(10).
       77  restauracao-completa                    pic x(01) value "S".
           88  restauracao-sem-erro                  value "S".
       77  comando-sistema                         pic x(80).
       77  retorno-comando                         pic 9(04).
       77  retorno-verificador                     pic 9(04) value 0.
       77  data-restauracao                        pic 9(08).
       77  hora-restauracao                        pic 9(08).

      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>Inicilizacao: lista as copias do catalogo e a situacao da ultima restauracao
       inicializa section.

           display "===================================================="
           display "Restauracao de copia de seguranca dos arquivos de dados"
           display "===================================================="

      *>identificacao do operador antes de qualquer acesso aos arquivos
           move "Restaura" to login-programa
           move "SUPERVISOR" to login-perfil-exigido
           call "LoginOperador" using area-login
           if not login-aceito
               move 8 to return-code
               stop run
           end-if

      *>primeira passada: quantas copias ha e como terminou a ultima restauracao
           move 0 to qtd-copias-catalogo
           open input catalogo-file
           if st-catalogo <> "00"
               display "BACKUP-CATALOGO.DAT nao encontrado (status " st-catalogo
                   "), nenhuma copia para restaurar"
               stop run
           end-if
           move "N" to eof-arquivo
           perform until fim-arquivo
               read catalogo-file
                   at end
                       move "S" to eof-arquivo
               end-read
               if not fim-arquivo
                   if cat-copia
                       add 1 to qtd-copias-catalogo
                   end-if
                   if cat-restauracao
                       move cat-situacao to situacao-ultima-restauracao
                   end-if
               end-if
           end-perform
           close catalogo-file

           if situacao-ultima-restauracao = "BLOQUEADA"
               display "ATENCAO: a ultima restauracao ficou BLOQUEADA, a Janela nao roda ate"
               display "uma restauracao ser liberada"
           end-if

      *>segunda passada: lista as copias mais recentes
           if qtd-copias-catalogo > qtd-copias-lista
               compute primeira-copia-listada = qtd-copias-catalogo - qtd-copias-lista + 1
           else
               move 1 to primeira-copia-listada
           end-if
           display "Copia  Data      Hora      Execucao  Situacao"
           move 0 to ordem-copia
           open input catalogo-file
           move "N" to eof-arquivo
           perform until fim-arquivo
               read catalogo-file
                   at end
                       move "S" to eof-arquivo
               end-read
               if not fim-arquivo
                   if cat-copia
                       add 1 to ordem-copia
                       if ordem-copia >= primeira-copia-listada
                           display cat-numero-copia "   " cat-data "  " cat-hora "  "
                               cat-execucao "    " cat-situacao
                       end-if
                   end-if
               end-if
           end-perform
           close catalogo-file
           .
       inicializa-exit.
           exit.

      *>escolha e confirmacao da copia, copia da situacao atual, restauracao e verificacao
       processamento section.

           perform escolhe-copia
           if numero-copia-pedida = 0
               display "Restauracao cancelada pelo operador"
               stop run
           end-if

           display "Confirma a restauracao da copia " numero-copia-pedida
               "? Os arquivos atuais serao substituidos (S/N)"
           accept confirmacao
           if not confirmou
               display "Restauracao cancelada pelo operador"
               stop run
           end-if

      *>a situacao atual vira uma copia nova antes de qualquer arquivo ser tocado
           display "Copiando a situacao atual antes de restaurar..."
           move "./Backup" to comando-sistema
           call "SYSTEM" using comando-sistema
           move return-code to retorno-comando
           move 0 to return-code
           if retorno-comando <> 0
               display "A copia da situacao atual falhou (retorno " retorno-comando
                   "), restauracao nao realizada"
               move 8 to return-code
               stop run
           end-if
           perform localiza-copia-seguranca
           display "Situacao anterior guardada na copia " copia-seguranca

           perform varying ind-arquivo from 1 by 1 until ind-arquivo > qtd-arquivos-dados
               perform restaura-arquivo
           end-perform

           perform roda-verificador
           .
       processamento-exit.
           exit.

      *>--------------------------------------------escolhe-copia------
       escolhe-copia section.
      *>pede o numero da copia ate ser uma copia COMPLETA do catalogo (ou zero)
           move "N" to copia-encontrada
           perform until achou-copia
               display "Numero da copia a restaurar (0 = cancelar):"
               accept numero-copia-pedida
               if numero-copia-pedida = 0
                   move "S" to copia-encontrada
               else
                   perform busca-copia
                   if not achou-copia
                       display "Copia " numero-copia-pedida " nao esta no catalogo"
                   else
                       if esc-situacao <> "COMPLETA"
                           display "Copia " numero-copia-pedida " esta " esc-situacao
                               " e nao pode ser restaurada"
                           move "N" to copia-encontrada
                       end-if
                   end-if
               end-if
           end-perform
           .
       escolhe-copia-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------busca-copia--------
       busca-copia section.
      *>procura no catalogo o registro da copia pedida e guarda-o
           move "N" to copia-encontrada
           open input catalogo-file
           if st-catalogo = "00"
               move "N" to eof-arquivo
               perform until fim-arquivo or achou-copia
                   read catalogo-file
                       at end
                           move "S" to eof-arquivo
                   end-read
                   if not fim-arquivo
                       if cat-copia and cat-numero-copia = numero-copia-pedida
                           move catalogo-reg to copia-escolhida
                           move "S" to copia-encontrada
                       end-if
                   end-if
               end-perform
               close catalogo-file
           end-if
           .
       busca-copia-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------localiza-seguranca-
       localiza-copia-seguranca section.
      *>a copia da situacao atual e a maior copia do catalogo, acabada de gravar
           move 0 to copia-seguranca
           open input catalogo-file
           if st-catalogo = "00"
               move "N" to eof-arquivo
               perform until fim-arquivo
                   read catalogo-file
                       at end
                           move "S" to eof-arquivo
                   end-read
                   if not fim-arquivo
                       if cat-copia and cat-numero-copia > copia-seguranca
                           move cat-numero-copia to copia-seguranca
                       end-if
                   end-if
               end-perform
               close catalogo-file
           end-if
           .
       localiza-copia-seguranca-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------restaura-arquivo---
       restaura-arquivo section.
      *>restaura um arquivo do conjunto a partir da copia escolhida e confere a
      *>quantidade de registros com a do catalogo
           move 0 to qtd-registros
           move spaces to situacao-arquivo
           move spaces to nome-arquivo-copia
           string prefixo-arquivo-dados(ind-arquivo) delimited by space
                  "-B" delimited by size
                  numero-copia-pedida delimited by size
                  ".DAT" delimited by size
               into nome-arquivo-copia

      *>a copia guarda os arquivos na ordem da tabela; um catalogo fora dessa
      *>ordem nao e restaurado as cegas
           if esc-prefixo(ind-arquivo) <> prefixo-arquivo-dados(ind-arquivo)
               display "Catalogo da copia nao confere com o conjunto de arquivos ("
                   esc-prefixo(ind-arquivo) ")"
               move "ERRO" to situacao-arquivo
           else
               evaluate prefixo-arquivo-dados(ind-arquivo)
                   when "CARTELAS"
                       perform restaura-cartelas
                   when "APOSTAS"
                       perform restaura-apostas
                   when "HISTORICO-REAL"
                       perform restaura-historico
                   when "PREMIOS-CONTROLE"
                       perform restaura-premios-controle
                   when other
                       perform restaura-sequencial
               end-evaluate
           end-if

           if situacao-arquivo = "RESTAURADO"
                   and qtd-registros <> esc-qtd-registros(ind-arquivo)
               display "  " prefixo-arquivo-dados(ind-arquivo) ": restaurados " qtd-registros
                   " registro(s), o catalogo diz " esc-qtd-registros(ind-arquivo)
               move "ERRO" to situacao-arquivo
           end-if
           if situacao-arquivo = "ERRO"
               move "N" to restauracao-completa
           end-if
           move prefixo-arquivo-dados(ind-arquivo) to esc-prefixo(ind-arquivo)
           move qtd-registros to esc-qtd-registros(ind-arquivo)
           move situacao-arquivo to esc-situacao-arquivo(ind-arquivo)
           display "  " prefixo-arquivo-dados(ind-arquivo) " " situacao-arquivo
               " " qtd-registros " registro(s)"
           .
       restaura-arquivo-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------restaura-cartelas--
       restaura-cartelas section.
      *>recria CARTELAS.DAT e recarrega a copia (vazio se a copia era AUSENTE)
           open output cartelas-file
           if st-indexado <> "00"
               move st-indexado to st-vivo
               perform erro-abertura-vivo
           else
               if esc-situacao-arquivo(ind-arquivo) = "AUSENTE"
                   move "ESVAZIADO" to situacao-arquivo
               else
                   perform abre-copia
                   perform until fim-arquivo
                       move spaces to cartela-salva-reg
                       move copia-reg(1:tamanho-copia) to cartela-salva-reg
                       write cartela-salva-reg
                           invalid key
                               move st-indexado to st-vivo
                               perform erro-gravacao-vivo
                           not invalid key
                               add 1 to qtd-registros
                       end-write
                       perform le-copia
                   end-perform
                   perform fecha-copia
               end-if
               close cartelas-file
           end-if
           .
       restaura-cartelas-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------restaura-apostas---
       restaura-apostas section.
      *>recria APOSTAS.DAT e recarrega a copia (vazio se a copia era AUSENTE)
           open output apostas-file
           if st-indexado <> "00"
               move st-indexado to st-vivo
               perform erro-abertura-vivo
           else
               if esc-situacao-arquivo(ind-arquivo) = "AUSENTE"
                   move "ESVAZIADO" to situacao-arquivo
               else
                   perform abre-copia
                   perform until fim-arquivo
                       move spaces to aposta-reg
                       move copia-reg(1:tamanho-copia) to aposta-reg
                       write aposta-reg
                           invalid key
                               move st-indexado to st-vivo
                               perform erro-gravacao-vivo
                           not invalid key
                               add 1 to qtd-registros
                       end-write
                       perform le-copia
                   end-perform
                   perform fecha-copia
               end-if
               close apostas-file
           end-if
           .
       restaura-apostas-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------restaura-historico-
       restaura-historico section.
      *>recria HISTORICO-REAL.DAT e recarrega a copia (vazio se a copia era AUSENTE)
           open output historico-real-file
           if st-indexado <> "00"
               move st-indexado to st-vivo
               perform erro-abertura-vivo
           else
               if esc-situacao-arquivo(ind-arquivo) = "AUSENTE"
                   move "ESVAZIADO" to situacao-arquivo
               else
                   perform abre-copia
                   perform until fim-arquivo
                       move spaces to historico-real-reg
                       move copia-reg(1:tamanho-copia) to historico-real-reg
                       write historico-real-reg
                           invalid key
                               move st-indexado to st-vivo
                               perform erro-gravacao-vivo
                           not invalid key
                               add 1 to qtd-registros
                       end-write
                       perform le-copia
                   end-perform
                   perform fecha-copia
               end-if
               close historico-real-file
           end-if
           .
       restaura-historico-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------restaura-premios---
       restaura-premios-controle section.
      *>recria PREMIOS-CONTROLE.DAT e recarrega a copia (vazio se a copia era AUSENTE)
           open output premios-controle-file
           if st-indexado <> "00"
               move st-indexado to st-vivo
               perform erro-abertura-vivo
           else
               if esc-situacao-arquivo(ind-arquivo) = "AUSENTE"
                   move "ESVAZIADO" to situacao-arquivo
               else
                   perform abre-copia
                   perform until fim-arquivo
                       move spaces to premio-controle-reg
                       move copia-reg(1:tamanho-copia) to premio-controle-reg
                       write premio-controle-reg
                           invalid key
                               move st-indexado to st-vivo
                               perform erro-gravacao-vivo
                           not invalid key
                               add 1 to qtd-registros
                       end-write
                       perform le-copia
                   end-perform
                   perform fecha-copia
               end-if
               close premios-controle-file
           end-if
           .
       restaura-premios-controle-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------restaura-sequencial
       restaura-sequencial section.
      *>regrava o arquivo sequencial vivo com os registros da copia
           move spaces to nome-arquivo-destino
           string prefixo-arquivo-dados(ind-arquivo) delimited by space
                  ".DAT" delimited by size
               into nome-arquivo-destino
           open output destino-file
           if st-destino <> "00"
               move st-destino to st-vivo
               perform erro-abertura-vivo
           else
               if esc-situacao-arquivo(ind-arquivo) = "AUSENTE"
                   move "ESVAZIADO" to situacao-arquivo
               else
                   perform abre-copia
                   perform until fim-arquivo
                       move tamanho-copia to tamanho-destino
                       write destino-reg from copia-reg
                       if st-destino = "00"
                           add 1 to qtd-registros
                       else
                           move st-destino to st-vivo
                           perform erro-gravacao-vivo
                       end-if
                       perform le-copia
                   end-perform
                   perform fecha-copia
               end-if
               close destino-file
           end-if
           .
       restaura-sequencial-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------abre-copia---------
       abre-copia section.
      *>abre o arquivo da copia e le o primeiro registro; sem a copia o
      *>arquivo fica com erro (e vazio, ja recriado pelo chamador)
           move "N" to eof-arquivo
           move "N" to situacao-copia
           open input copia-file
           if st-copia <> "00"
               display "Arquivo de copia " nome-arquivo-copia " indisponivel (status "
                   st-copia ")"
               move "ERRO" to situacao-arquivo
               move "S" to eof-arquivo
           else
               move "S" to situacao-copia
               perform le-copia
           end-if
           .
       abre-copia-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------le-copia-----------
       le-copia section.
      *>proximo registro da copia (uma falha de gravacao ja encerrou a leitura)
           if not fim-arquivo
               read copia-file
                   at end
                       move "S" to eof-arquivo
               end-read
           end-if
           .
       le-copia-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------fecha-copia--------
       fecha-copia section.
      *>fecha a copia da vez (se chegou a abrir); sem erro o arquivo fica RESTAURADO
           if copia-aberta
               close copia-file
               move "N" to situacao-copia
               if situacao-arquivo <> "ERRO"
                   move "RESTAURADO" to situacao-arquivo
               end-if
           end-if
           .
       fecha-copia-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------erro-abertura------
       erro-abertura-vivo section.
      *>o arquivo vivo nao pode ser recriado
           display "Erro ao recriar " prefixo-arquivo-dados(ind-arquivo) ".DAT (status "
               st-vivo ")"
           move "ERRO" to situacao-arquivo
           .
       erro-abertura-vivo-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------erro-gravacao------
       erro-gravacao-vivo section.
      *>falha ao gravar um registro no arquivo vivo: encerra a leitura da copia
           display "Erro ao gravar em " prefixo-arquivo-dados(ind-arquivo) ".DAT (status "
               st-vivo ")"
           move "ERRO" to situacao-arquivo
           move "S" to eof-arquivo
           .
       erro-gravacao-vivo-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------roda-verificador---
       roda-verificador section.
      *>o Verificador confere os arquivos restaurados; a resposta da pergunta do
      *>jogo vai por arquivo, como nos passos da Janela
           open output resposta-file
           move "1" to resposta-reg
           write resposta-reg
           close resposta-file

           display "Verificando os arquivos restaurados..."
           move "./Verificador < RESTAURA.RSP" to comando-sistema
           call "SYSTEM" using comando-sistema
           move return-code to retorno-verificador
           move 0 to return-code
           .
       roda-verificador-exit.
           exit.
      *>----------------------------------------------------------------

      *>registro da restauracao no catalogo, liberacao ou bloqueio dos arquivos
       finaliza section.

           move copia-escolhida to catalogo-reg
           move "R" to cat-tipo
           accept data-restauracao from date yyyymmdd
           accept hora-restauracao from time
           move data-restauracao to cat-data
           move hora-restauracao to cat-hora
           move copia-seguranca to cat-copia-seguranca
           if restauracao-sem-erro and retorno-verificador = 0
               move "LIBERADA" to cat-situacao
           else
               move "BLOQUEADA" to cat-situacao
           end-if

           open extend catalogo-file
           if st-catalogo = "35"
               open output catalogo-file
           end-if
           if st-catalogo <> "00"
               display "Erro ao abrir BACKUP-CATALOGO.DAT (status " st-catalogo
                   "), restauracao nao catalogada"
               move "BLOQUEADA" to cat-situacao
           else
               write catalogo-reg
               close catalogo-file
           end-if

           display "===================================================="
           display "Restauracao da copia " numero-copia-pedida ": " cat-situacao
           display "===================================================="
           if cat-situacao = "LIBERADA"
               display "Arquivos restaurados e verificados, liberados para uso"
           else
               if not restauracao-sem-erro
                   display "Houve arquivo nao restaurado por inteiro"
               end-if
               if retorno-verificador <> 0
                   display "O Verificador apontou erros (retorno " retorno-verificador ")"
               end-if
               display "Arquivos BLOQUEADOS: a Janela nao roda ate uma restauracao ser liberada"
               display "(a situacao anterior esta na copia " copia-seguranca ")"
               move 8 to return-code
           end-if

           stop run
           .
       finaliza-exit.
           exit.

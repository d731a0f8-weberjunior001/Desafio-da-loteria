      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "Backup".
       Author. "Anderson Weber Junior".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Copia de seguranca do conjunto inteiro de arquivos de dados (tabela do
      *>copybook BACKUP) numa copia numerada: cada arquivo vivo prefixo.DAT e
      *>copiado para prefixo-Bnnnn.DAT -- os indexados descarregados em ordem de
      *>chave, os sequenciais registro a registro com o tamanho original -- e o
      *>catalogo BACKUP-CATALOGO.DAT recebe um registro com a data, a hora, a
      *>execucao corrente do arquivo mestre e a quantidade de registros de cada
      *>arquivo; arquivo que ainda nao existe entra no catalogo como AUSENTE; se
      *>algum arquivo nao puder ser copiado a copia fica INCOMPLETA e o programa
      *>devolve codigo de retorno 8, para a janela nao seguir sem copia; roda
      *>sem perguntas, como passo da Janela antes do Importador ou avulso

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

      *>arquivo mestre de execucoes, consultado para anotar a execucao corrente
           select execucoes-file assign to "EXECUCOES.DAT"
               organization is line sequential
               file status is st-execucoes.

      *>arquivos indexados do conjunto, lidos em ordem de chave
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
           select origem-file assign to dynamic nome-arquivo-origem
               organization is line sequential
               file status is st-origem.

      *>arquivo de copia da vez (prefixo-Bnnnn.DAT)
           select copia-file assign to dynamic nome-arquivo-copia
               organization is line sequential
               file status is st-copia.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>um registro por copia de seguranca (tipo B) ou por restauracao (tipo R),
      *>com a quantidade de registros e a situacao de cada arquivo do conjunto
       fd  catalogo-file.
       01  catalogo-reg.
           05  cat-tipo                                pic x(01).
               88  cat-copia                             value "B".
               88  cat-restauracao                       value "R".
           05  cat-numero-copia                        pic 9(04).
           05  cat-data                                pic x(08).
           05  cat-hora                                pic x(08).
           05  cat-execucao                            pic 9(06).
      *>copia: COMPLETA ou INCOMPLETA; restauracao: LIBERADA ou BLOQUEADA
           05  cat-situacao                            pic x(10).
      *>restauracao: copia da situacao anterior, tirada antes de restaurar
           05  cat-copia-seguranca                     pic 9(04).
           05  cat-arquivo                             occurs 11.
               10  cat-prefixo                           pic x(20).
               10  cat-qtd-registros                     pic 9(09).
               10  cat-situacao-arquivo                  pic x(10).

      *>mesmo layout de execucao-reg gravado pelo simulador (Program1); aqui so
      *>interessa o numero da execucao
       fd  execucoes-file.
       01  execucao-reg.
           05  numero-execucao-exec                    pic 9(06).
           05  exec-resto                              pic x(110).

      *>nos indexados so a chave importa para a copia: o resto do registro
      *>e copiado como veio, com o tamanho do registro gravado pelo dono
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

      *>o tamanho variavel preserva o tamanho original de cada registro na copia
       fd  origem-file
           record is varying in size from 1 to 500 characters
               depending on tamanho-origem.
       01  origem-reg                                  pic x(500).

       fd  copia-file
           record is varying in size from 1 to 500 characters
               depending on tamanho-copia.
       01  copia-reg                                   pic x(500).

      *>----Variaveis de trabalho
       working-storage section.

      *>----Conjunto de arquivos de dados da copia de seguranca
           copy "BACKUP.CPY".

      *>----Variaveis de controle de arquivos
       77  st-catalogo                             pic x(02).
       77  st-execucoes                            pic x(02).
       77  st-indexado                             pic x(02).
       77  st-origem                               pic x(02).
       77  st-copia                                pic x(02).
       77  tamanho-origem                          pic 9(03).
       77  tamanho-copia                           pic 9(03).
       77  eof-arquivo                             pic x(01) value "N".
           88  fim-arquivo                           value "S".

      *>----Nomes do arquivo vivo e da copia da vez
       77  nome-arquivo-origem                     pic x(30).
       77  nome-arquivo-copia                      pic x(30).

      *>----Controle da copia
       77  numero-copia                            pic 9(04) value 0.
       77  execucao-atual                          pic 9(06) value 0.
       77  ind-arquivo                             pic 9(02).
       77  qtd-registros                           pic 9(09).
       77  situacao-arquivo                        pic x(10).
       77  copia-completa                          pic x(01) value "S".
           88  copia-sem-erro                        value "S".
       77  data-copia                              pic 9(08).
       77  hora-copia                              pic 9(08).

      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>Inicilizacao: numero da nova copia e execucao corrente do arquivo mestre
       inicializa section.

           display "===================================================="
           display "Copia de seguranca dos arquivos de dados"
           display "===================================================="

      *>a nova copia e a seguinte a maior copia ja catalogada
           move 0 to numero-copia
           open input catalogo-file
           if st-catalogo = "00"
               move "N" to eof-arquivo
               perform until fim-arquivo
                   read catalogo-file
                       at end
                           move "S" to eof-arquivo
                   end-read
                   if not fim-arquivo
                       if cat-copia and cat-numero-copia is numeric
                               and cat-numero-copia > numero-copia
                           move cat-numero-copia to numero-copia
                       end-if
                   end-if
               end-perform
               close catalogo-file
           end-if
           if numero-copia >= 9999
               display "Numeracao de copias esgotada (9999), copia nao realizada"
               move 8 to return-code
               stop run
           end-if
           add 1 to numero-copia

      *>a execucao corrente e a maior do arquivo mestre
           move 0 to execucao-atual
           open input execucoes-file
           if st-execucoes = "00"
               move "N" to eof-arquivo
               perform until fim-arquivo
                   read execucoes-file
                       at end
                           move "S" to eof-arquivo
                   end-read
                   if not fim-arquivo
                       if numero-execucao-exec is numeric
                               and numero-execucao-exec > execucao-atual
                           move numero-execucao-exec to execucao-atual
                       end-if
                   end-if
               end-perform
               close execucoes-file
           end-if

           accept data-copia from date yyyymmdd
           accept hora-copia from time
           move spaces to catalogo-reg
           move "B" to cat-tipo
           move numero-copia to cat-numero-copia
           move data-copia to cat-data
           move hora-copia to cat-hora
           move execucao-atual to cat-execucao
           move 0 to cat-copia-seguranca

           display "Copia numero " numero-copia " (execucao corrente " execucao-atual ")"
           .
       inicializa-exit.
           exit.

      *>copia cada arquivo do conjunto, na ordem da tabela
       processamento section.

           perform varying ind-arquivo from 1 by 1 until ind-arquivo > qtd-arquivos-dados
               move 0 to qtd-registros
               move spaces to situacao-arquivo
               move spaces to nome-arquivo-copia
               string prefixo-arquivo-dados(ind-arquivo) delimited by space
                      "-B" delimited by size
                      numero-copia delimited by size
                      ".DAT" delimited by size
                   into nome-arquivo-copia

               evaluate prefixo-arquivo-dados(ind-arquivo)
                   when "CARTELAS"
                       perform copia-cartelas
                   when "APOSTAS"
                       perform copia-apostas
                   when "HISTORICO-REAL"
                       perform copia-historico
                   when "PREMIOS-CONTROLE"
                       perform copia-premios-controle
                   when other
                       perform copia-sequencial
               end-evaluate

               if situacao-arquivo = "ERRO"
                   move "N" to copia-completa
               end-if
               move prefixo-arquivo-dados(ind-arquivo) to cat-prefixo(ind-arquivo)
               move qtd-registros to cat-qtd-registros(ind-arquivo)
               move situacao-arquivo to cat-situacao-arquivo(ind-arquivo)
               display "  " prefixo-arquivo-dados(ind-arquivo) " " situacao-arquivo
                   " " qtd-registros " registro(s)"
           end-perform
           .
       processamento-exit.
           exit.

      *>--------------------------------------------copia-cartelas-----
       copia-cartelas section.
      *>descarrega CARTELAS.DAT em ordem de chave
           open input cartelas-file
           perform abre-copia-indexado
           if situacao-arquivo = spaces
               move low-values to nome-cartela-salva
               start cartelas-file key >= nome-cartela-salva
                   invalid key
                       move "S" to eof-arquivo
                   not invalid key
                       move "N" to eof-arquivo
               end-start
               perform until fim-arquivo
                   read cartelas-file next record
                       at end
                           move "S" to eof-arquivo
                   end-read
                   if not fim-arquivo
                       move length of cartela-salva-reg to tamanho-copia
                       write copia-reg from cartela-salva-reg
                       perform confere-gravacao-copia
                   end-if
               end-perform
               close cartelas-file
               perform fecha-copia
           end-if
           .
       copia-cartelas-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------copia-apostas------
       copia-apostas section.
      *>descarrega APOSTAS.DAT em ordem de chave
           open input apostas-file
           perform abre-copia-indexado
           if situacao-arquivo = spaces
               move low-values to aposta-comprovante
               start apostas-file key >= aposta-comprovante
                   invalid key
                       move "S" to eof-arquivo
                   not invalid key
                       move "N" to eof-arquivo
               end-start
               perform until fim-arquivo
                   read apostas-file next record
                       at end
                           move "S" to eof-arquivo
                   end-read
                   if not fim-arquivo
                       move length of aposta-reg to tamanho-copia
                       write copia-reg from aposta-reg
                       perform confere-gravacao-copia
                   end-if
               end-perform
               close apostas-file
               perform fecha-copia
           end-if
           .
       copia-apostas-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------copia-historico----
       copia-historico section.
      *>descarrega HISTORICO-REAL.DAT em ordem de chave (jogo + concurso)
           open input historico-real-file
           perform abre-copia-indexado
           if situacao-arquivo = spaces
               move low-values to concurso-chave
               start historico-real-file key >= concurso-chave
                   invalid key
                       move "S" to eof-arquivo
                   not invalid key
                       move "N" to eof-arquivo
               end-start
               perform until fim-arquivo
                   read historico-real-file next record
                       at end
                           move "S" to eof-arquivo
                   end-read
                   if not fim-arquivo
                       move length of historico-real-reg to tamanho-copia
                       write copia-reg from historico-real-reg
                       perform confere-gravacao-copia
                   end-if
               end-perform
               close historico-real-file
               perform fecha-copia
           end-if
           .
       copia-historico-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------copia-premios-----
       copia-premios-controle section.
      *>descarrega PREMIOS-CONTROLE.DAT em ordem de chave
           open input premios-controle-file
           perform abre-copia-indexado
           if situacao-arquivo = spaces
               move low-values to prem-chave
               start premios-controle-file key >= prem-chave
                   invalid key
                       move "S" to eof-arquivo
                   not invalid key
                       move "N" to eof-arquivo
               end-start
               perform until fim-arquivo
                   read premios-controle-file next record
                       at end
                           move "S" to eof-arquivo
                   end-read
                   if not fim-arquivo
                       move length of premio-controle-reg to tamanho-copia
                       write copia-reg from premio-controle-reg
                       perform confere-gravacao-copia
                   end-if
               end-perform
               close premios-controle-file
               perform fecha-copia
           end-if
           .
       copia-premios-controle-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------abre-copia-indexado
       abre-copia-indexado section.
      *>situacao da abertura do indexado da vez (ja aberto pelo chamador): o
      *>arquivo que ainda nao existe fica AUSENTE, sem arquivo de copia; com o
      *>indexado aberto, abre a copia (uma falha fecha o indexado)
           evaluate st-indexado
               when "00"
                   perform abre-copia
                   if situacao-arquivo <> spaces
                       perform fecha-indexado
                   end-if
               when "35"
                   move "AUSENTE" to situacao-arquivo
               when other
                   display "Erro ao abrir " prefixo-arquivo-dados(ind-arquivo)
                       ".DAT (status " st-indexado ")"
                   move "ERRO" to situacao-arquivo
           end-evaluate
           .
       abre-copia-indexado-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------fecha-indexado-----
       fecha-indexado section.
      *>fecha o indexado da vez quando a copia nao pode ser aberta
           evaluate prefixo-arquivo-dados(ind-arquivo)
               when "CARTELAS"
                   close cartelas-file
               when "APOSTAS"
                   close apostas-file
               when "HISTORICO-REAL"
                   close historico-real-file
               when "PREMIOS-CONTROLE"
                   close premios-controle-file
           end-evaluate
           .
       fecha-indexado-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------copia-sequencial---
       copia-sequencial section.
      *>copia registro a registro um arquivo sequencial vivo
           move spaces to nome-arquivo-origem
           string prefixo-arquivo-dados(ind-arquivo) delimited by space
                  ".DAT" delimited by size
               into nome-arquivo-origem
           open input origem-file
           evaluate st-origem
               when "00"
                   perform abre-copia
                   if situacao-arquivo <> spaces
                       close origem-file
                   else
                       move "N" to eof-arquivo
                       perform until fim-arquivo
                           read origem-file
                               at end
                                   move "S" to eof-arquivo
                           end-read
                           if not fim-arquivo
                               move tamanho-origem to tamanho-copia
                               write copia-reg from origem-reg
                               perform confere-gravacao-copia
                           end-if
                       end-perform
                       close origem-file
                       perform fecha-copia
                   end-if
               when "35"
                   move "AUSENTE" to situacao-arquivo
               when other
                   display "Erro ao abrir " nome-arquivo-origem " (status " st-origem ")"
                   move "ERRO" to situacao-arquivo
           end-evaluate
           .
       copia-sequencial-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------abre-copia---------
       abre-copia section.
      *>cria o arquivo de copia da vez
           open output copia-file
           if st-copia <> "00"
               display "Erro ao criar " nome-arquivo-copia " (status " st-copia ")"
               move "ERRO" to situacao-arquivo
           end-if
           .
       abre-copia-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------confere-gravacao---
       confere-gravacao-copia section.
      *>conta o registro copiado; uma falha de gravacao marca o arquivo com erro
      *>e encerra a leitura do arquivo vivo
           if st-copia = "00"
               add 1 to qtd-registros
           else
               display "Erro ao gravar " nome-arquivo-copia " (status " st-copia ")"
               move "ERRO" to situacao-arquivo
               move "S" to eof-arquivo
           end-if
           .
       confere-gravacao-copia-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------fecha-copia--------
       fecha-copia section.
      *>fecha a copia da vez; sem erro de gravacao o arquivo fica COPIADO
           close copia-file
           if situacao-arquivo = spaces
               move "COPIADO" to situacao-arquivo
           end-if
           .
       fecha-copia-exit.
           exit.
      *>----------------------------------------------------------------

      *>registro da copia no catalogo, resumo e codigo de retorno para o escalonador
       finaliza section.

           if copia-sem-erro
               move "COMPLETA" to cat-situacao
           else
               move "INCOMPLETA" to cat-situacao
           end-if

           open extend catalogo-file
           if st-catalogo = "35"
               open output catalogo-file
           end-if
           if st-catalogo <> "00"
               display "Erro ao abrir BACKUP-CATALOGO.DAT (status " st-catalogo
                   "), copia nao catalogada"
               move "INCOMPLETA" to cat-situacao
           else
               write catalogo-reg
               close catalogo-file
           end-if

           display "===================================================="
           display "Copia " numero-copia ": " cat-situacao
           display "===================================================="
           if cat-situacao <> "COMPLETA"
      *>codigo de retorno diferente de zero para a janela nao seguir sem copia
               move 8 to return-code
           end-if

           stop run
           .
       finaliza-exit.
           exit.

      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "ConverteHistorico".
       Author. "Anderson Weber Junior".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Conversao unica do historico real de concursos do arquivo sequencial
      *>antigo para o HISTORICO-REAL.DAT indexado por jogo + CONCURSO-NUMERO,
      *>com chave alternada pela data do concurso (AAAAMMDD): antes de rodar, o
      *>HISTORICO-REAL.DAT sequencial deve ser renomeado para
      *>HISTORICO-REAL-SEQ.DAT; cada registro e copiado para o arquivo indexado,
      *>inclusive os registros antigos gravados antes do campo de jogo (assumidos
      *>como Mega-Sena de 6 bolas, com os slots alem da 6a bola zerados); um
      *>concurso que ja esteja no arquivo indexado para o mesmo jogo e contado e
      *>ignorado, entao rodar a conversao de novo nao duplica nem apaga nada;
      *>registro com CONCURSO-NUMERO nao numerico e rejeitado e devolve codigo de
      *>retorno 8 para o escalonador; so o perfil SUPERVISOR roda a conversao

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.

      *>historico real no layout sequencial antigo (renomeado antes da conversao)
           select historico-seq-file assign to "HISTORICO-REAL-SEQ.DAT"
               organization is line sequential
               file status is st-historico-seq.

           select historico-real-file assign to "HISTORICO-REAL.DAT"
               organization is indexed
               access mode is dynamic
               record key is concurso-chave
               alternate record key is concurso-data-chave with duplicates
               file status is st-historico-real.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>layout sequencial antigo: o jogo e a quantidade de bolas ficam DEPOIS dos
      *>20 slots de bola, e um registro mais antigo ainda (6 bolas, sem jogo) fica
      *>com o campo de jogo em brancos
       fd  historico-seq-file.
       01  historico-seq-reg.
           05  seq-concurso-numero                     pic 9(04).
           05  seq-concurso-data                       pic x(08).
           05  seq-concurso-bola                       pic 9(02) occurs 20.
           05  seq-concurso-jogo                       pic 9(01).
           05  seq-concurso-qtd-bolas                  pic 9(02).

      *>historico real indexado por jogo + concurso (chave primaria) e pela data
      *>do concurso em AAAAMMDD (chave alternada com repeticao, pois jogos
      *>diferentes sorteiam no mesmo dia); a data DDMMAAAA original e mantida
       fd  historico-real-file.
       01  historico-real-reg.
           05  concurso-chave.
               10  concurso-jogo                       pic 9(01).
               10  concurso-numero                     pic 9(04).
           05  concurso-data                           pic x(08).
           05  concurso-data-chave                     pic 9(08).
           05  concurso-qtd-bolas                      pic 9(02).
           05  concurso-bola                           pic 9(02) occurs 20.

      *>----Variaveis de trabalho
       working-storage section.

      *>----Area de comunicacao com o LoginOperador (operador identificado e perfil)
           copy "LOGIN.CPY".

      *>----Regras do jogo selecionado (Mega-Sena, Quina, Lotofacil)
           copy "GAMERULES.CPY".

      *>----Variaveis de controle de arquivos
       77  st-historico-seq                        pic x(02).
       77  st-historico-real                       pic x(02).
       77  eof-historico-seq                        pic x(01) value "N".
           88  fim-historico-seq                     value "S".

      *>----Data do concurso DDMMAAAA remontada como AAAAMMDD para a chave alternada
       01  data-concurso-trab                      pic x(08).
       01  data-concurso-x redefines data-concurso-trab.
           05  data-concurso-dia                       pic x(02).
           05  data-concurso-mes                       pic x(02).
           05  data-concurso-ano                       pic x(04).
       01  data-chave-trab                         pic x(08).

      *>----Contadores do resumo da conversao
       77  regs-lidos                              pic 9(07) value 0.
       77  qtd-convertidos                         pic 9(07) value 0.
       77  qtd-legado-convertido                   pic 9(07) value 0.
       77  qtd-ja-existentes                       pic 9(07) value 0.
       77  qtd-rejeitados                          pic 9(07) value 0.
       77  registro-sem-jogo                       pic x(01) value "N".
           88  registro-legado                       value "S".
       77  ind1                                    pic 9(02).

      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>Inicilizacao: abertura do arquivo antigo e do indexado (criado se nao existir)
       inicializa section.

           display "===================================================="
           display "Conversao do HISTORICO-REAL-SEQ.DAT para HISTORICO-REAL.DAT indexado"
           display "===================================================="

      *>identificacao do operador antes de qualquer acesso aos arquivos
           move "ConverteHistorico" to login-programa
           move "SUPERVISOR" to login-perfil-exigido
           call "LoginOperador" using area-login
           if not login-aceito
               move 8 to return-code
               stop run
           end-if

           open input historico-seq-file
           if st-historico-seq <> "00"
               display "HISTORICO-REAL-SEQ.DAT nao encontrado (status " st-historico-seq
                   "), renomeie o HISTORICO-REAL.DAT sequencial antes da conversao"
               move "S" to eof-historico-seq
               move 8 to return-code
           else
               open i-o historico-real-file
               if st-historico-real = "35"
                   open output historico-real-file
                   close historico-real-file
                   open i-o historico-real-file
               end-if
               if st-historico-real <> "00"
                   display "Erro ao abrir HISTORICO-REAL.DAT indexado (status "
                       st-historico-real ")"
                   close historico-seq-file
                   move "S" to eof-historico-seq
                   move 8 to return-code
               end-if
           end-if
           .
       inicializa-exit.
           exit.

      *>copia cada concurso do arquivo antigo para o indexado
       processamento section.

           if not fim-historico-seq
               perform until fim-historico-seq
                   move spaces to historico-seq-reg
                   read historico-seq-file
                       at end
                           move "S" to eof-historico-seq
                   end-read
                   if not fim-historico-seq
                       add 1 to regs-lidos
                       perform converte-concurso
                   end-if
               end-perform
               close historico-seq-file
               close historico-real-file
           end-if
           .
       processamento-exit.
           exit.

      *>--------------------------------------------converte-concurso--
       converte-concurso section.
      *>monta o registro indexado a partir do registro antigo corrente e grava
           evaluate true
               when seq-concurso-numero is not numeric
                   display "Registro " regs-lidos ": CONCURSO-NUMERO '"
                       seq-concurso-numero "' nao numerico, rejeitado"
                   add 1 to qtd-rejeitados
                   move 8 to return-code
               when seq-concurso-jogo is numeric and seq-concurso-jogo > 3
                   display "Registro " regs-lidos ": CONCURSO-JOGO "
                       seq-concurso-jogo " invalido, rejeitado"
                   add 1 to qtd-rejeitados
                   move 8 to return-code
               when other
                   perform monta-concurso-indexado
                   write historico-real-reg
                       invalid key
                           if st-historico-real = "22"
                               display "Registro " regs-lidos ": concurso " concurso-numero
                                   " do jogo " game-nome(concurso-jogo)
                                   " ja existe no arquivo indexado, ignorado"
                               add 1 to qtd-ja-existentes
                           else
                               display "Registro " regs-lidos ": erro ao gravar o concurso "
                                   concurso-numero " do jogo " game-nome(concurso-jogo)
                                   " (status " st-historico-real ")"
                               add 1 to qtd-rejeitados
                               move 8 to return-code
                           end-if
                       not invalid key
                           add 1 to qtd-convertidos
                           if registro-legado
                               add 1 to qtd-legado-convertido
                           end-if
                   end-write
           end-evaluate
           .
       converte-concurso-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------monta-indexado-----
       monta-concurso-indexado section.
      *>registro indexado a partir do registro antigo corrente
           move spaces to historico-real-reg
           move "N" to registro-sem-jogo
           move seq-concurso-numero to concurso-numero
           move seq-concurso-data to concurso-data

      *>registro antigo (gravado antes do campo de jogo): o jogo fica em brancos
      *>e o concurso e assumido como Mega-Sena de 6 bolas
           if seq-concurso-jogo is not numeric or seq-concurso-jogo = 0
               move 1 to concurso-jogo
               move 6 to concurso-qtd-bolas
               move "S" to registro-sem-jogo
           else
               move seq-concurso-jogo to concurso-jogo
               if seq-concurso-qtd-bolas is numeric and seq-concurso-qtd-bolas > 0
                   move seq-concurso-qtd-bolas to concurso-qtd-bolas
               else
                   move game-qtd-sorteio(concurso-jogo) to concurso-qtd-bolas
               end-if
           end-if

           perform varying ind1 from 1 by 1 until ind1 > 20
               if ind1 > concurso-qtd-bolas or seq-concurso-bola(ind1) is not numeric
                   move 0 to concurso-bola(ind1)
               else
                   move seq-concurso-bola(ind1) to concurso-bola(ind1)
               end-if
           end-perform

      *>a chave alternada fica zerada quando a data nao e numerica, para o
      *>Verificador apontar o concurso sem que a conversao perca o registro
           move seq-concurso-data to data-concurso-trab
           if data-concurso-trab is numeric
               move spaces to data-chave-trab
               string data-concurso-ano delimited by size
                      data-concurso-mes delimited by size
                      data-concurso-dia delimited by size
                   into data-chave-trab
               move data-chave-trab to concurso-data-chave
           else
               move 0 to concurso-data-chave
           end-if
           .
       monta-concurso-indexado-exit.
           exit.
      *>----------------------------------------------------------------

      *>resumo da conversao
       finaliza section.

           display "===================================================="
           display "Resumo da conversao"
           display "===================================================="
           display "Registros lidos do arquivo antigo:   " regs-lidos
           display "Concursos gravados no indexado:      " qtd-convertidos
           display "  dos quais registros sem jogo:      " qtd-legado-convertido
           display "Concursos ja existentes (ignorados): " qtd-ja-existentes
           display "Registros rejeitados:                " qtd-rejeitados
           display "===================================================="

           stop run
           .
       finaliza-exit.
           exit.

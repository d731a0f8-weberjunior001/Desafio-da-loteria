               file status is st-cartelas.

           select historico-real-file assign to "HISTORICO-REAL.DAT"
               organization is indexed
               access mode is dynamic
               record key is concurso-chave
               alternate record key is concurso-data-chave with duplicates
               file status is st-historico-real.

       I-O-Control.
           05  qnt-numero-salva                        pic 9(02).
           05  numero-salva                            pic 9(02) occurs 20.

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
       77  st-cartelas                             pic x(02).
       77  st-historico-real                       pic x(02).
       77  tamanho-sorteio-log                     pic 9(03).
       77  eof-sorteio-log                          pic x(01) value "N".
           88  fim-sorteio-log                       value "S".
       77  eof-cartelas                            pic x(01) value "N".
      *>faixa de dezenas entre os jogos da tabela GAMERULES
       77  maior-faixa-numeros                     pic 9(02) value 0.

      *>jogo e quantidade de bolas do concurso corrente do historico
       77  jogo-concurso-hist                      pic 9(01).
       77  qtd-bolas-hist                          pic 9(02).
       77  jogo-hist-ok                            pic x(01).
           05  data-concurso-dia                       pic x(02).
           05  data-concurso-mes                       pic x(02).
           05  data-concurso-ano                       pic x(04).
      *>a mesma data remontada como AAAAMMDD, para conferir a chave alternada
       01  data-chave-trab                         pic x(08).
       01  data-chave-num redefines data-chave-trab pic 9(08).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>--------------------------------------------verifica-historico-
       verifica-historico section.
      *>valida cada concurso do historico real, lido pela chave em ordem de jogo
      *>e de numero: jogo e quantidade de bolas, numero em sequencia por jogo sem
      *>salto, data valida (DDMMAAAA) e coerente com a chave alternada, e as
      *>bolas do sorteio pelas regras do jogo do proprio registro
           open input historico-real-file
           if st-historico-real <> "00"
               display "HISTORICO-REAL.DAT nao encontrado ou indisponivel (status "
               perform varying ind1 from 1 by 1 until ind1 > 3
                   move 0 to concurso-anterior(ind1)
               end-perform
               move low-values to concurso-chave
               start historico-real-file key >= concurso-chave
                   invalid key
                       move "S" to eof-historico-real
                   not invalid key
                       move "N" to eof-historico-real
               end-start
               perform until fim-historico-real
                   read historico-real-file next record
                       at end
                           move "S" to eof-historico-real
                   end-read
                       add 1 to regs-historico
                       move "N" to registro-com-erro

                       perform valida-jogo-concurso
                       if jogo-concurso-valido
                           perform valida-concurso
                       end-if

                       if achou-erro-registro
                           add 1 to erros-historico

      *>--------------------------------------------valida-jogo--------
       valida-jogo-concurso section.
      *>validacao do jogo e da quantidade de bolas do registro corrente
           move "S" to jogo-hist-ok
           if concurso-jogo is not numeric
                   or concurso-jogo < 1 or concurso-jogo > 3

      *>--------------------------------------------valida-concurso----
       valida-concurso section.
      *>validacoes de um concurso do historico ja lido com o jogo identificado
      *>(as regras de faixa e sequencia sao as do proprio jogo)

      *>numero do concurso: fora de ordem ou com salto na sequencia do jogo (a
      *>chave nao deixa gravar um concurso duplicado)
           if concurso-numero is not numeric
               display "HISTORICO registro " regs-historico ": CONCURSO-NUMERO nao numerico"
               move "S" to registro-com-erro
                   display "HISTORICO registro " regs-historico ": CONCURSO-DATA '"
                       concurso-data "' invalida (dia ou mes fora do calendario)"
                   move "S" to registro-com-erro
               else
      *>a chave alternada e a mesma data remontada como AAAAMMDD
                   move spaces to data-chave-trab
                   string data-concurso-ano delimited by size
                          data-concurso-mes delimited by size
                          data-concurso-dia delimited by size
                       into data-chave-trab
                   if concurso-data-chave is not numeric
                           or concurso-data-chave <> data-chave-num
                       display "HISTORICO registro " regs-historico ": CONCURSO-DATA-CHAVE "
                           concurso-data-chave " nao confere com CONCURSO-DATA '"
                           concurso-data "'"
                       move "S" to registro-com-erro
                   end-if
               end-if
           end-if

      *>as bolas do concurso: na faixa do jogo do registro, sem repeticao; os
      *>slots alem da quantidade de bolas devem estar zerados
           perform varying ind1 from 1 by 1 until ind1 > qtd-bolas-hist
               if concurso-bola(ind1) is not numeric
                       or concurso-bola(ind1) < 1
                   end-if
               end-perform
           end-perform
           perform varying ind1 from 1 by 1 until ind1 > 20
               if ind1 > qtd-bolas-hist
                   if concurso-bola(ind1) is not numeric or concurso-bola(ind1) > 0
                       display "HISTORICO registro " regs-historico
                           ": slot de bola alem da quantidade do sorteio nao zerado"
                       move "S" to registro-com-erro
                   end-if
               end-if
           end-perform
           .
       valida-concurso-exit.
           exit.

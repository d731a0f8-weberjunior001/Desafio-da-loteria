
      *>arquivo com os resultados reais de concursos ja realizados (multi-jogo)
           select historico-real-file assign to "HISTORICO-REAL.DAT"
               organization is indexed
               access mode is dynamic
               record key is concurso-chave
               alternate record key is concurso-data-chave with duplicates
               file status is st-historico-real.

       I-O-Control.
           05  numero-execucao-log                    pic 9(06).
           05  semente-log                            pic 9(08).

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
       77  atraso-dezena                           pic 9(09).
       77  freq-edit                               pic z(08)9.
       77  atraso-edit                             pic z(08)9.

      *>----Variaveis para comunicação entre programas
       linkage section.
               close sorteio-log-file
           end-if

      *>o historico real carrega concursos de mais de um jogo: a leitura comeca
      *>pela chave no primeiro concurso do jogo escolhido e para quando o jogo
      *>muda, sem passar pelos concursos dos demais jogos
           open input historico-real-file
           if st-historico-real <> "00"
               display "Arquivo de historico real (HISTORICO-REAL.DAT) nao encontrado, analise segue sem ele"
           else
               move "N" to eof-historico-real
               move game-selecionado to concurso-jogo
               move 0 to concurso-numero
               start historico-real-file key is >= concurso-chave
                   invalid key
                       move "S" to eof-historico-real
               end-start
               perform until fim-historico-real
                   read historico-real-file next record
                       at end
                           move "S" to eof-historico-real
                   end-read
                   if not fim-historico-real
                       if concurso-jogo <> game-selecionado
                           move "S" to eof-historico-real
                       end-if
                   end-if
                   if not fim-historico-real
                       add 1 to total-sorteios
                       perform varying ind1 from 1 by 1 until ind1 > concurso-qtd-bolas
                           if concurso-bola(ind1) is numeric
                                   and concurso-bola(ind1) >= 1
                                   and concurso-bola(ind1) <= game-faixa-numeros(game-selecionado)
                               perform acumula-bola-historico
                           end-if
                       end-perform
                   end-if
               end-perform
               close historico-real-file
           end-if


      *>Importador dos premios reais por concurso publicados pela Caixa
      *>(PREMIOS-CAIXA.CSV, campos separados por ponto-e-virgula: concurso,
      *>valor e quantidade de ganhadores de cada faixa de premiacao do jogo, da
      *>faixa mais baixa para a principal, na mesma ordem das faixas da tabela
      *>PRECOS; um arquivo no layout antigo, so com as 3 faixas mais altas, e
      *>aceito e carregado nessas 3 faixas) para o PREMIOS-REAIS.DAT, chaveado
      *>pelo jogo e pelo CONCURSO-NUMERO do historico; o modo reconciliacao do
      *>simulador e o Conferidor valorizam os acertos pelo premio real do
      *>concurso quando ele esta carregado aqui, caindo nos valores da tabela
      *>PRECOS apenas quando nao esta; o operador informa de qual jogo e o
      *>arquivo, como no Importador de resultados; como o PREMIOS-REAIS.DAT e
      *>regravado inteiro, a importacao e so do perfil SUPERVISOR

      *>Divisão para configuração do ambiente
       Environment Division.
       fd  premios-caixa-file.
       01  premios-caixa-reg                           pic x(200).

      *>registro de premios reais de um concurso: valor e ganhadores de cada faixa,
      *>da mais baixa para a principal, com o minimo de acertos de cada faixa e a
      *>quantidade de faixas DEPOIS das 6 faixas, para um registro antigo (so as 3
      *>faixas de qtd-sorteio menos 2, menos 1 e completo) continuar alinhado e ser
      *>reconhecido pela quantidade de faixas em brancos
       fd  premios-reais-file.
       01  premio-real-reg.
           05  premio-real-jogo                        pic 9(01).
           05  premio-real-concurso                    pic 9(04).
           05  premio-real-faixa                       occurs 6.
               10  premio-real-valor                     pic 9(11)v99.
               10  premio-real-ganhadores                pic 9(07).
           05  premio-real-acertos                     pic 9(02) occurs 6.
           05  premio-real-qtd-faixas                  pic 9(02).

      *>----Variaveis de trabalho
       working-storage section.

      *>----Area de comunicacao com o LoginOperador (operador identificado e perfil)
           copy "LOGIN.CPY".

      *>----Regras do jogo selecionado (Mega-Sena, Quina, Lotofacil)
           copy "GAMERULES.CPY".

      *>----Faixas de premiacao de cada jogo (minimo de acertos de cada faixa)
           copy "PRECOS.CPY".

      *>----Variaveis de controle de arquivos
       77  st-premios-caixa                        pic x(02).
       77  st-premios-reais                        pic x(02).
           05  premio-tab                             occurs 9999.
               10  tab-premio-jogo                      pic 9(01).
               10  tab-premio-concurso                  pic 9(04).
               10  tab-premio-qtd-faixas                pic 9(02).
               10  tab-premio-faixa                     occurs 6.
                   15  tab-premio-acertos                 pic 9(02).
                   15  tab-premio-valor                   pic 9(11)v99.
                   15  tab-premio-ganhadores              pic 9(07).

      *>----Campos desmontados de uma linha do arquivo da Caixa
       77  campo-concurso                          pic x(10).
       01  campos-faixas.
           05  campo-faixa                            occurs 6.
               10  campo-valor                          pic x(18).
               10  campo-ganhadores                     pic x(10).
      *>quantidade de campos preenchidos na linha e faixas informadas
       77  qtd-campos-linha                        pic 9(02).
       77  qtd-faixas-linha                        pic 9(02).
       77  excesso-campos-linha                    pic x(01).
           88  linha-com-campos-demais               value "S".
      *>faixa da tabela PRECOS correspondente a primeira faixa da linha
       77  deslocamento-faixa                      pic 9(02).

      *>----Valores convertidos e validados da linha corrente
       77  concurso-novo                           pic 9(04).
       77  qtd-faixas-nova                         pic 9(02).
       01  faixas-novas.
           05  faixa-nova                             occurs 6.
               10  acertos-novo                         pic 9(02).
               10  valor-novo                           pic 9(11)v99.
               10  ganhadores-novo                      pic 9(07).
       77  ws-linha-valida                          pic x(01).
      *>----Variaveis de controle das validacoes e da insercao ordenada
       77  ind1                                    pic 9(02).
       77  ind-faixa                               pic 9(01).
       77  ind-faixa-tabela                        pic 9(02).
       77  ind-tab                                 pic 9(04).
       77  pos-insercao                            pic 9(04).

           display "Importador de premios reais da Caixa para PREMIOS-REAIS.DAT"
           display "===================================================="

      *>identificacao do operador antes de qualquer acesso aos arquivos
           move "ImportaPremios" to login-programa
           move "SUPERVISOR" to login-perfil-exigido
           call "LoginOperador" using area-login
           if not login-aceito
               move 8 to return-code
               stop run
           end-if

           move 0 to game-selecionado
           perform until game-mega-sena or game-quina or game-lotofacil
               display "De qual jogo e o arquivo de premios? (1) Mega-Sena (2) Quina (3) Lotofacil"
                       add 1 to qtd-premios-tabela
                       move premio-real-jogo to tab-premio-jogo(qtd-premios-tabela)
                       move premio-real-concurso to tab-premio-concurso(qtd-premios-tabela)
                       perform guarda-faixas-lidas
                   end-if
               end-perform
               close premios-reais-file
       inicializa-exit.
           exit.

      *>--------------------------------------------guarda-faixas------
       guarda-faixas-lidas section.
      *>copia as faixas do registro lido para a tabela; registro antigo (quantidade
      *>de faixas em brancos) traz so as faixas de qtd-sorteio menos 2, menos 1 e
      *>completo, nas 3 primeiras posicoes
           if premio-real-qtd-faixas is not numeric
               move 3 to tab-premio-qtd-faixas(qtd-premios-tabela)
               perform varying ind-faixa from 1 by 1 until ind-faixa > 3
                   compute tab-premio-acertos(qtd-premios-tabela, ind-faixa) =
                       game-qtd-sorteio(premio-real-jogo) - 3 + ind-faixa
               end-perform
           else
               move premio-real-qtd-faixas to tab-premio-qtd-faixas(qtd-premios-tabela)
               perform varying ind-faixa from 1 by 1 until ind-faixa > 6
                   move premio-real-acertos(ind-faixa)
                       to tab-premio-acertos(qtd-premios-tabela, ind-faixa)
               end-perform
           end-if
           perform varying ind-faixa from 1 by 1 until ind-faixa > 6
               if ind-faixa > tab-premio-qtd-faixas(qtd-premios-tabela)
                   move 0 to tab-premio-acertos(qtd-premios-tabela, ind-faixa)
                   move 0 to tab-premio-valor(qtd-premios-tabela, ind-faixa)
                   move 0 to tab-premio-ganhadores(qtd-premios-tabela, ind-faixa)
               else
                   move premio-real-valor(ind-faixa)
                       to tab-premio-valor(qtd-premios-tabela, ind-faixa)
                   move premio-real-ganhadores(ind-faixa)
                       to tab-premio-ganhadores(qtd-premios-tabela, ind-faixa)
               end-if
           end-perform
           .
       guarda-faixas-lidas-exit.
           exit.
      *>----------------------------------------------------------------

      *>leitura do arquivo de premios da Caixa, uma linha por concurso publicado
       processamento section.


           move spaces to campo-concurso
           move spaces to campos-faixas
           move 0 to qtd-campos-linha
           move "N" to excesso-campos-linha
           unstring premios-caixa-reg delimited by ";"
               into campo-concurso
                    campo-valor(1) campo-ganhadores(1)
                    campo-valor(2) campo-ganhadores(2)
                    campo-valor(3) campo-ganhadores(3)
                    campo-valor(4) campo-ganhadores(4)
                    campo-valor(5) campo-ganhadores(5)
                    campo-valor(6) campo-ganhadores(6)
               tallying in qtd-campos-linha
               on overflow
                   move "S" to excesso-campos-linha
           end-unstring

           move "S" to ws-linha-valida
               move valor-convertido to concurso-novo
           end-if

      *>quantidade de faixas da linha: todas as faixas do jogo, na ordem da tabela
      *>PRECOS, ou as 3 mais altas no layout antigo do arquivo
           if linha-valida
               compute qtd-faixas-linha = (qtd-campos-linha - 1) / 2
               evaluate true
                   when linha-com-campos-demais
                       display "Linha " linhas-lidas ": mais de 6 faixas de premiacao"
                       perform rejeita-linha
                   when qtd-faixas-linha = qtd-faixas-premio(game-selecionado)
                       move 0 to deslocamento-faixa
                   when qtd-faixas-linha = 3
                       compute deslocamento-faixa = qtd-faixas-premio(game-selecionado) - 3
                   when other
                       display "Linha " linhas-lidas ": " qtd-faixas-linha
                           " faixa(s), o jogo " game-nome(game-selecionado) " tem "
                           qtd-faixas-premio(game-selecionado) " (ou 3 no layout antigo)"
                       perform rejeita-linha
               end-evaluate
           end-if

      *>valor e ganhadores de cada faixa (faixa sem ganhador vem com valor zero)
           if linha-valida
               move qtd-faixas-linha to qtd-faixas-nova
               perform varying ind-faixa from 1 by 1 until ind-faixa > 6
                   move 0 to acertos-novo(ind-faixa)
                   move 0 to valor-novo(ind-faixa)
                   move 0 to ganhadores-novo(ind-faixa)
               end-perform
               perform varying ind-faixa from 1 by 1
                       until ind-faixa > qtd-faixas-nova or not linha-valida
                   compute ind-faixa-tabela = ind-faixa + deslocamento-faixa
                   move acertos-faixa-premio(game-selecionado, ind-faixa-tabela)
                       to acertos-novo(ind-faixa)
                   move campo-valor(ind-faixa) to campo-valor-conv
                   perform converte-campo-valor
                   if not conversao-ok

               move game-selecionado to tab-premio-jogo(pos-insercao)
               move concurso-novo to tab-premio-concurso(pos-insercao)
               move qtd-faixas-nova to tab-premio-qtd-faixas(pos-insercao)
               perform varying ind-faixa from 1 by 1 until ind-faixa > 6
                   move acertos-novo(ind-faixa) to tab-premio-acertos(pos-insercao, ind-faixa)
                   move valor-novo(ind-faixa) to tab-premio-valor(pos-insercao, ind-faixa)
                   move ganhadores-novo(ind-faixa)
                       to tab-premio-ganhadores(pos-insercao, ind-faixa)
                   perform varying ind-tab from 1 by 1 until ind-tab > qtd-premios-tabela
                       move tab-premio-jogo(ind-tab) to premio-real-jogo
                       move tab-premio-concurso(ind-tab) to premio-real-concurso
                       move tab-premio-qtd-faixas(ind-tab) to premio-real-qtd-faixas
                       perform varying ind-faixa from 1 by 1 until ind-faixa > 6
                           move tab-premio-acertos(ind-tab, ind-faixa)
                               to premio-real-acertos(ind-faixa)
                           move tab-premio-valor(ind-tab, ind-faixa)
                               to premio-real-valor(ind-faixa)
                           move tab-premio-ganhadores(ind-tab, ind-faixa)

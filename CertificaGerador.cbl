      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "CertificaGerador".
       Author. "Anderson Weber Junior".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Certificacao estatistica do gerador de sorteios do simulador: para uma
      *>semente e um jogo de GAMERULES gera um grande volume de sorteios com a
      *>mesma logica da secao geradorrandom do Program1 (ou le os sorteios de
      *>uma execucao ja gravados no SORTEIO-LOG.DAT) e aplica os testes de
      *>uniformidade -- qui-quadrado de cada dezena e do conjunto, distribuicao
      *>dos pares de dezenas e repeticao de dezenas entre sorteios seguidos
      *>(contra a distribuicao hipergeometrica, com a maior sequencia de uma
      *>mesma dezena) -- e compara as frequencias com o historico real do jogo
      *>(HISTORICO-REAL.DAT); termina com APROVADO (codigo de retorno 0),
      *>REPROVADO (8) ou INCONCLUSIVO (4, volume de sorteios insuficiente para
      *>os testes) e grava o resumo em CERTIFICACAO-LOG.DAT; as perguntas sao
      *>lidas da entrada padrao, entao a certificacao pode ser agendada com um
      *>arquivo de respostas, como os passos da Janela

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.

           select sorteio-log-file assign to "SORTEIO-LOG.DAT"
               organization is line sequential
               file status is st-sorteio-log.

      *>arquivo com os resultados reais de concursos ja realizados (multi-jogo)
           select historico-real-file assign to "HISTORICO-REAL.DAT"
               organization is indexed
               access mode is dynamic
               record key is concurso-chave
               alternate record key is concurso-data-chave with duplicates
               file status is st-historico-real.

      *>resumo de cada certificacao executada (um registro por execucao)
           select certificacao-log-file assign to "CERTIFICACAO-LOG.DAT"
               organization is line sequential
               file status is st-certificacao-log.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>mesmo layout de sorteio-log-reg gravado pelo simulador (Program1)
       fd  sorteio-log-file.
       01  sorteio-log-reg.
           05  qnt-numero-log                        pic 9(02).
           05  numero-log                            pic 9(02) occurs 20.
           05  sorteio-log                           pic 9(02) occurs 20.
           05  controle-log                          pic 9(09).
           05  cartela-vencedora-log                  pic 9(03).
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

      *>resumo da certificacao: estatistica e valor critico (1%) de cada teste,
      *>zerados quando o teste nao foi aplicado por falta de volume
       fd  certificacao-log-file.
       01  certificacao-log-reg.
           05  cert-data                               pic x(08).
           05  cert-hora                               pic x(08).
           05  cert-jogo                               pic 9(01).
           05  cert-fonte                              pic x(01).
           05  cert-semente                            pic 9(08).
           05  cert-execucao                           pic 9(06).
           05  cert-qtd-sorteios                       pic 9(07).
           05  cert-qtd-invalidos                      pic 9(07).
           05  cert-qui-dezenas                        pic 9(09)v99.
           05  cert-critico-dezenas                    pic 9(09)v99.
           05  cert-qui-pares                          pic 9(09)v99.
           05  cert-critico-pares                      pic 9(09)v99.
           05  cert-qui-repeticoes                     pic 9(09)v99.
           05  cert-critico-repeticoes                 pic 9(09)v99.
           05  cert-qui-historico                      pic 9(09)v99.
           05  cert-critico-historico                  pic 9(09)v99.
           05  cert-resultado                          pic x(12).

      *>----Variaveis de trabalho
       working-storage section.

      *>----Regras do jogo selecionado (Mega-Sena, Quina, Lotofacil)
           copy "GAMERULES.CPY".

      *>----Variaveis de controle de arquivos
       77  st-sorteio-log                          pic x(02).
       77  st-historico-real                       pic x(02).
       77  st-certificacao-log                     pic x(02).
       77  eof-sorteio-log                          pic x(01) value "N".
           88  fim-sorteio-log                       value "S".
       77  eof-historico-real                       pic x(01) value "N".
           88  fim-historico-real                    value "S".

      *>----Parametros da certificacao
       77  fonte-sorteios                          pic x(01) value space.
           88  fonte-gerador                         value "G" "g".
           88  fonte-log                             value "L" "l".
       77  semente                                 pic 9(08) value 0.
       77  qtd-sorteios-pedida                     pic 9(07) value 0.
       77  execucao-pedida                         pic 9(06) value 0.
       77  semente-execucao                        pic 9(08) value 0.

      *>----Gerador: mesmas variaveis e mesma logica do geradorrandom do Program1
       01  sorteios.
           05  sorteio                             pic 9(02) occurs 20.
           05  sorteio-ctrl                        pic 9(02).
       77  controle-troca                          pic x(01).
           88  trocou                              value "t".
           88  nao_trocou                          value "n".
       77  controle-primeira-random                 pic x(01) value "S".
           88  primeira-chamada-random               value "S".
       77  num_random                              pic 9(02)V9999.
       77  ind2                                    pic 9(02).

      *>----Contadores de sorteios
       77  qtd-sorteios-gerados                    pic 9(07) value 0.
       77  qtd-sorteios-validos                    pic 9(07) value 0.
       77  qtd-sorteios-invalidos                  pic 9(07) value 0.
       77  qtd-sorteios-outro-jogo                 pic 9(07) value 0.
       77  qtd-dezenas-fora-faixa                  pic 9(07) value 0.
       77  qtd-dezenas-repetidas                   pic 9(07) value 0.
       77  sorteio-invalido                        pic x(01).
           88  sorteio-rejeitado                     value "S".
       77  layout-jogo                             pic x(01).
           88  registro-do-jogo                      value "S".

      *>----Frequencias por dezena (simulacao e historico real) e pares de dezenas
       01  estatistica-dezenas.
           05  estat-dezena                           occurs 80.
               10  freq-dezena                          pic 9(09).
               10  freq-historico                       pic 9(09).
      *>presenca da dezena no sorteio anterior e no corrente, e sequencia atual
      *>de sorteios seguidos em que a dezena saiu
               10  presenca-anterior                    pic x(01).
               10  presenca-atual                       pic x(01).
               10  sequencia-dezena                     pic 9(07).
       01  estatistica-pares.
           05  linha-par                              occurs 80.
               10  freq-par                             pic 9(09) occurs 80.

      *>----Repeticoes de dezenas entre sorteios seguidos (posicao r+1 = r repetidas)
       01  estatistica-repeticoes.
           05  obs-repeticoes                         pic 9(07) occurs 21.
           05  prob-repeticoes                        pic 9(01)v9(15) occurs 21.
       77  qtd-comparacoes                         pic 9(07) value 0.
       77  soma-repeticoes                         pic 9(09) value 0.
       77  repeticoes-sorteio                      pic 9(02).
       77  maior-sequencia                         pic 9(07) value 0.
       77  dezena-maior-sequencia                  pic 9(02) value 0.
       77  minimo-repeticoes                       pic 9(02).

      *>----Historico real do jogo
       77  qtd-concursos-historico                 pic 9(07) value 0.
       77  qtd-comparacoes-historico               pic 9(07) value 0.
       77  soma-repeticoes-historico               pic 9(09) value 0.
       77  existe-concurso-anterior                pic x(01) value "N".
           88  ha-concurso-anterior                  value "S".
       01  presenca-historico.
           05  presenca-hist-anterior                 pic x(01) occurs 80.
           05  presenca-hist-atual                    pic x(01) occurs 80.

      *>----Calculos dos testes
       77  faixa                                   pic 9(02).
       77  qtd-bolas                               pic 9(02).
       77  ind1                                    pic 9(02).
       77  ind-dezena                              pic 9(02).
       77  ind-par                                 pic 9(02).
       77  ind-rep                                 pic 9(02).
       77  ind-sorteio                             pic 9(08).
       77  esperado                                pic 9(09)v9(06).
       77  esperado-minimo                         pic 9(09)v9(06).
       77  esperado-coluna                         pic 9(09)v9(06).
       77  qui-dezena                              pic 9(09)v9(06).
       77  qui-total                               pic 9(09)v9(06).
       77  gl                                      pic 9(05).
       77  critico                                 pic 9(09)v9(06).
      *>limite do qui-quadrado de uma unica dezena (1 grau de liberdade, 0,01%)
       77  critico-dezena                          pic 9(02)v99 value 15,14.
       77  qtd-dezenas-fora-limite                 pic 9(02) value 0.
       77  total-simulacao                         pic 9(09).
       77  total-historico                         pic 9(09).
       77  total-geral                             pic 9(10).
       77  soma-coluna                             pic 9(10).
       77  obs-celula                              pic 9(07).
       77  esp-celula                              pic 9(09)v9(06).
       77  obs-celula-fechada                      pic 9(07).
       77  esp-celula-fechada                      pic 9(09)v9(06).
       77  qtd-celulas                             pic 9(02).
       77  par-mais-frequente-1                    pic 9(02).
       77  par-mais-frequente-2                    pic 9(02).
       77  par-menos-frequente-1                   pic 9(02).
       77  par-menos-frequente-2                   pic 9(02).
       77  media-repeticoes                        pic 9(02)v9(04).
       77  media-teorica                           pic 9(02)v9(04).

      *>----Combinacao C(n, r) para a distribuicao hipergeometrica
       77  comb-n                                  pic 9(02).
       77  comb-r                                  pic 9(02).
       77  comb-i                                  pic 9(02).
       77  comb-resultado                          pic 9(12).
       77  comb-total                              pic 9(12).
       77  comb-parcial                            pic 9(12).

      *>----Resultado de cada teste e da certificacao
       77  situacao-teste                          pic x(14).
       77  resultado-certificacao                  pic x(12) value spaces.
       77  certificacao-reprovada                  pic x(01) value "N".
           88  gerador-reprovado                     value "S".
       77  certificacao-inconclusiva               pic x(01) value "N".
           88  volume-insuficiente                   value "S".
       77  certificacao-cancelada                  pic x(01) value "N".
           88  sem-certificacao                      value "S".

      *>----Edicao do relatorio
       77  freq-edit                               pic z(08)9.
       77  esperado-edit                           pic z(08)9,99.
       77  qui-edit                                pic z(08)9,99.
       77  critico-edit                            pic z(08)9,99.
       77  media-edit                              pic z9,9999.
       77  marca-dezena                            pic x(03).

      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>Inicilizacao: escolha do jogo, da fonte dos sorteios e dos parametros
       inicializa section.

           display "===================================================="
           display "Certificacao estatistica do gerador de sorteios"
           display "===================================================="

           move 0 to game-selecionado
           perform until game-mega-sena or game-quina or game-lotofacil
               display "Qual jogo deseja certificar? (1) Mega-Sena (2) Quina (3) Lotofacil"
               accept game-selecionado
           end-perform
           move game-faixa-numeros(game-selecionado) to faixa
           move game-qtd-sorteio(game-selecionado) to qtd-bolas

           perform until fonte-gerador or fonte-log
               display "Fonte dos sorteios: (G) gerar com uma semente (L) ler uma execucao do SORTEIO-LOG.DAT"
               accept fonte-sorteios
           end-perform

           if fonte-gerador
               move "G" to fonte-sorteios
      *>mesma convencao do simulador: semente zero tira a semente do relogio
               display "Informe a semente do gerador (0 = tirar do relogio):"
               accept semente
               if semente = 0
                   accept semente from time
               end-if
               display "Quantidade de sorteios a gerar (0 = 100000):"
               accept qtd-sorteios-pedida
               if qtd-sorteios-pedida = 0
                   move 100000 to qtd-sorteios-pedida
               end-if
           else
               move "L" to fonte-sorteios
               display "Numero da execucao a certificar (0 = todas as execucoes do log):"
               accept execucao-pedida
           end-if

           initialize estatistica-dezenas
           initialize estatistica-pares
           initialize estatistica-repeticoes
           perform varying ind-dezena from 1 by 1 until ind-dezena > 80
               move "N" to presenca-anterior(ind-dezena)
               move "N" to presenca-hist-anterior(ind-dezena)
           end-perform
           .
       inicializa-exit.
           exit.

      *>obtem os sorteios, le o historico real e aplica os testes
       processamento section.

           if fonte-gerador
               perform gera-sorteios
           else
               perform le-sorteios-log
           end-if

           if not sem-certificacao
               perform carrega-historico
               perform teste-dezenas
               perform teste-pares
               perform teste-repeticoes
               perform teste-historico
           end-if
           .
       processamento-exit.
           exit.

      *>--------------------------------------------gera-sorteios-----
       gera-sorteios section.
      *>gera a quantidade pedida de sorteios em sequencia, com uma unica semente,
      *>exatamente como uma repeticao do simulador
           display "Gerando " qtd-sorteios-pedida " sorteios de " game-nome(game-selecionado)
               " com a semente " semente
           move "S" to controle-primeira-random
           move 0 to sorteio-ctrl
           perform varying ind-sorteio from 1 by 1 until ind-sorteio > qtd-sorteios-pedida
               perform varying ind2 from 1 by 1 until ind2 > 20
                   move 0 to sorteio(ind2)
               end-perform
               perform geradorrandom
               add 1 to qtd-sorteios-gerados
               perform acumula-sorteio
           end-perform
           .
       gera-sorteios-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------geradorrandom-------
       geradorrandom section.
      *>copia fiel do geradorrandom do Program1 (inclusive o teste de repeticao):
      *>a certificacao so vale se os numeros sairem da mesma logica do simulador
           perform varying ind2 from 1 by 1 until ind2 > game-qtd-sorteio(game-selecionado)

               if primeira-chamada-random
                   compute num_random = function random(semente)
                   move "N" to controle-primeira-random
               else
                   compute num_random = function random
               end-if
               multiply num_random by game-faixa-numeros(game-selecionado) giving sorteio-ctrl

               perform teste-repeticao-sorteio
               move sorteio-ctrl to sorteio(ind2)
           end-perform
           .
       geradorrandom-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------teste-repeticao----
       teste-repeticao-sorteio section.
      *>mesmo teste de repeticao do sorteio do Program1
           set nao_trocou to true
           perform varying ind2 from 1 by 1 until sorteio(ind2) = 0 or trocou

               if sorteio-ctrl = sorteio(ind2) then
                   compute ind2 = ind2 - 1
                   set trocou to true
               end-if

           end-perform
           .
       teste-repeticao-sorteio-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------le-sorteios-log----
       le-sorteios-log section.
      *>le os sorteios gravados pelo simulador; o log nao identifica o jogo, entao
      *>so entram os registros com exatamente a quantidade de dezenas do jogo
           open input sorteio-log-file
           if st-sorteio-log <> "00"
               display "SORTEIO-LOG.DAT nao encontrado (status " st-sorteio-log
                   "), certificacao nao realizada"
               move "S" to certificacao-cancelada
               move 8 to return-code
           else
               move "N" to eof-sorteio-log
               perform until fim-sorteio-log
                   read sorteio-log-file
                       at end
                           move "S" to eof-sorteio-log
                   end-read
                   if not fim-sorteio-log
                       if execucao-pedida = 0
                               or numero-execucao-log = execucao-pedida
                           perform verifica-layout-log
                           if registro-do-jogo
                               if semente-execucao = 0
                                   move semente-log to semente-execucao
                               end-if
                               perform varying ind2 from 1 by 1 until ind2 > 20
                                   move sorteio-log(ind2) to sorteio(ind2)
                               end-perform
                               add 1 to qtd-sorteios-gerados
                               perform acumula-sorteio
                           else
                               add 1 to qtd-sorteios-outro-jogo
                           end-if
                       end-if
                   end-if
               end-perform
               close sorteio-log-file

               display "Sorteios lidos do SORTEIO-LOG.DAT:   " qtd-sorteios-gerados
               display "Registros de outro jogo (ignorados): " qtd-sorteios-outro-jogo
               if execucao-pedida > 0
                   display "Semente da execucao " execucao-pedida ": " semente-execucao
               end-if
      *>o simulador so grava o sorteio que decidiu cada repeticao (o que fez uma
      *>cartela ganhar), entao as dezenas das cartelas aparecem mais que as outras
               display "Atencao: o log guarda so os sorteios vencedores, que favorecem as dezenas"
               display "das cartelas; para a certificacao formal gere os sorteios com a semente"
               if qtd-sorteios-gerados = 0
                   display "Nenhum sorteio do jogo encontrado, certificacao nao realizada"
                   move "S" to certificacao-cancelada
                   move 8 to return-code
               end-if
           end-if
           .
       le-sorteios-log-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------verifica-layout---
       verifica-layout-log section.
      *>o registro e do jogo quando as dezenas 1 a qtd-bolas estao preenchidas e
      *>as posicoes seguintes estao zeradas
           move "S" to layout-jogo
           perform varying ind2 from 1 by 1 until ind2 > 20
               if sorteio-log(ind2) is not numeric
                   move "N" to layout-jogo
               else
                   if ind2 <= qtd-bolas and sorteio-log(ind2) = 0
                       move "N" to layout-jogo
                   end-if
                   if ind2 > qtd-bolas and sorteio-log(ind2) <> 0
                       move "N" to layout-jogo
                   end-if
               end-if
           end-perform
           .
       verifica-layout-log-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------acumula-sorteio---
       acumula-sorteio section.
      *>valida o sorteio corrente (dezenas dentro da faixa e sem repeticao) e
      *>acumula frequencias, pares, repeticoes e sequencias; sorteio invalido e
      *>contado e fica fora dos testes
           move "N" to sorteio-invalido
           perform varying ind-dezena from 1 by 1 until ind-dezena > 80
               move "N" to presenca-atual(ind-dezena)
           end-perform
           perform varying ind1 from 1 by 1 until ind1 > qtd-bolas
               if sorteio(ind1) < 1 or sorteio(ind1) > faixa
                   add 1 to qtd-dezenas-fora-faixa
                   move "S" to sorteio-invalido
               else
                   if presenca-atual(sorteio(ind1)) = "S"
                       add 1 to qtd-dezenas-repetidas
                       move "S" to sorteio-invalido
                   else
                       move "S" to presenca-atual(sorteio(ind1))
                   end-if
               end-if
           end-perform

           if sorteio-rejeitado
               add 1 to qtd-sorteios-invalidos
           else
               add 1 to qtd-sorteios-validos

      *>frequencia de cada dezena e de cada par (menor dezena, maior dezena)
               perform varying ind1 from 1 by 1 until ind1 > qtd-bolas
                   add 1 to freq-dezena(sorteio(ind1))
                   perform varying ind2 from 1 by 1 until ind2 > qtd-bolas
                       if sorteio(ind1) < sorteio(ind2)
                           add 1 to freq-par(sorteio(ind1), sorteio(ind2))
                       end-if
                   end-perform
               end-perform

      *>repeticoes em relacao ao sorteio valido anterior e sequencia de cada dezena
               move 0 to repeticoes-sorteio
               perform varying ind-dezena from 1 by 1 until ind-dezena > faixa
                   if presenca-atual(ind-dezena) = "S"
                       if presenca-anterior(ind-dezena) = "S"
                           add 1 to repeticoes-sorteio
                       end-if
                       add 1 to sequencia-dezena(ind-dezena)
                       if sequencia-dezena(ind-dezena) > maior-sequencia
                           move sequencia-dezena(ind-dezena) to maior-sequencia
                           move ind-dezena to dezena-maior-sequencia
                       end-if
                   else
                       move 0 to sequencia-dezena(ind-dezena)
                   end-if
               end-perform
               if qtd-sorteios-validos > 1
                   add 1 to qtd-comparacoes
                   add repeticoes-sorteio to soma-repeticoes
                   add 1 to obs-repeticoes(repeticoes-sorteio + 1)
               end-if
               perform varying ind-dezena from 1 by 1 until ind-dezena > 80
                   move presenca-atual(ind-dezena) to presenca-anterior(ind-dezena)
               end-perform
           end-if
           .
       acumula-sorteio-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------carrega-historico-
       carrega-historico section.
      *>frequencia das dezenas e repeticoes entre concursos seguidos no historico
      *>real do jogo, lido pela chave a partir do primeiro concurso do jogo
           open input historico-real-file
           if st-historico-real <> "00"
               display "HISTORICO-REAL.DAT nao encontrado, comparacao com o historico nao aplicada"
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
                       perform acumula-concurso-historico
                   end-if
               end-perform
               close historico-real-file
           end-if
           .
       carrega-historico-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------acumula-concurso--
       acumula-concurso-historico section.
      *>bolas fora da faixa do jogo sao ignoradas (o Verificador e quem as aponta)
           add 1 to qtd-concursos-historico
           perform varying ind-dezena from 1 by 1 until ind-dezena > 80
               move "N" to presenca-hist-atual(ind-dezena)
           end-perform
           perform varying ind1 from 1 by 1 until ind1 > concurso-qtd-bolas or ind1 > 20
               if concurso-bola(ind1) is numeric
                       and concurso-bola(ind1) >= 1
                       and concurso-bola(ind1) <= faixa
                   add 1 to freq-historico(concurso-bola(ind1))
                   move "S" to presenca-hist-atual(concurso-bola(ind1))
               end-if
           end-perform

           if ha-concurso-anterior
               add 1 to qtd-comparacoes-historico
               perform varying ind-dezena from 1 by 1 until ind-dezena > faixa
                   if presenca-hist-atual(ind-dezena) = "S"
                           and presenca-hist-anterior(ind-dezena) = "S"
                       add 1 to soma-repeticoes-historico
                   end-if
               end-perform
           end-if
           perform varying ind-dezena from 1 by 1 until ind-dezena > 80
               move presenca-hist-atual(ind-dezena) to presenca-hist-anterior(ind-dezena)
           end-perform
           move "S" to existe-concurso-anterior
           .
       acumula-concurso-historico-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------teste-dezenas-----
       teste-dezenas section.
      *>qui-quadrado de cada dezena e do conjunto contra a frequencia esperada
      *>(todas as dezenas com a mesma chance: sorteios x bolas / faixa)
           display "===================================================="
           display "Certificacao do gerador - " game-nome(game-selecionado)
           display "===================================================="
           display "Sorteios examinados:                 " qtd-sorteios-gerados
           display "Sorteios validos:                    " qtd-sorteios-validos
           display "Sorteios invalidos (fora dos testes): " qtd-sorteios-invalidos
           display "  dezenas fora da faixa 1-" faixa ":         " qtd-dezenas-fora-faixa
           display "  dezenas repetidas no sorteio:      " qtd-dezenas-repetidas
           if qtd-sorteios-invalidos > 0
               display "  => o gerador produziu sorteios invalidos: REPROVADO"
               move "S" to certificacao-reprovada
           end-if

           display "----------------------------------------------------"
           display "Teste 1 - qui-quadrado por dezena"
           display "----------------------------------------------------"
           compute esperado = qtd-sorteios-validos * qtd-bolas / faixa
           move 0 to qui-total
           move 0 to qtd-dezenas-fora-limite
           move 0 to cert-qui-dezenas
           move 0 to cert-critico-dezenas

      *>o qui-quadrado so e confiavel com pelo menos 5 ocorrencias esperadas por dezena
           if esperado < 5
               display "Volume insuficiente (esperado por dezena abaixo de 5): teste nao aplicado"
               move "S" to certificacao-inconclusiva
           else
               move esperado to esperado-edit
               display "Frequencia esperada por dezena: " esperado-edit
               display "Dezena   Observado    Qui-quadrado"
               perform varying ind-dezena from 1 by 1 until ind-dezena > faixa
                   compute qui-dezena = (freq-dezena(ind-dezena) - esperado) ** 2 / esperado
                   add qui-dezena to qui-total
                   move spaces to marca-dezena
                   if qui-dezena > critico-dezena
                       move "***" to marca-dezena
                       add 1 to qtd-dezenas-fora-limite
                   end-if
                   move freq-dezena(ind-dezena) to freq-edit
                   move qui-dezena to qui-edit
                   display "  " ind-dezena "    " freq-edit "  " qui-edit " " marca-dezena
               end-perform

               compute gl = faixa - 1
               perform calcula-critico
               move qui-total to qui-edit
               move critico to critico-edit
               display "Qui-quadrado total: " qui-edit "  (" gl " graus de liberdade,"
                   " limite 1%: " critico-edit ")"
               display "Dezenas acima do limite individual de 15,14 (***): " qtd-dezenas-fora-limite
               move qui-total to cert-qui-dezenas
               move critico to cert-critico-dezenas
               if qui-total > critico or qtd-dezenas-fora-limite > 0
                   move "REPROVADO" to situacao-teste
                   move "S" to certificacao-reprovada
               else
                   move "APROVADO" to situacao-teste
               end-if
               display "Resultado do teste 1: " situacao-teste
           end-if
           .
       teste-dezenas-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------teste-pares-------
       teste-pares section.
      *>qui-quadrado da distribuicao dos pares de dezenas sorteados juntos: cada
      *>par tem a mesma chance, sorteios x C(bolas,2) / C(faixa,2)
           display "----------------------------------------------------"
           display "Teste 2 - distribuicao dos pares de dezenas"
           display "----------------------------------------------------"
           compute esperado rounded = qtd-sorteios-validos * qtd-bolas * (qtd-bolas - 1)
               / (faixa * (faixa - 1))
           move 0 to cert-qui-pares
           move 0 to cert-critico-pares

           if esperado < 5
               display "Volume insuficiente (esperado por par abaixo de 5): teste nao aplicado"
               move "S" to certificacao-inconclusiva
           else
               move 0 to qui-total
               move 1 to par-mais-frequente-1
               move 2 to par-mais-frequente-2
               move 1 to par-menos-frequente-1
               move 2 to par-menos-frequente-2
               perform varying ind-dezena from 1 by 1 until ind-dezena > faixa
                   perform varying ind-par from 1 by 1 until ind-par > faixa
                       if ind-dezena < ind-par
                           compute qui-total = qui-total
                               + (freq-par(ind-dezena, ind-par) - esperado) ** 2 / esperado
                           if freq-par(ind-dezena, ind-par)
                                   > freq-par(par-mais-frequente-1, par-mais-frequente-2)
                               move ind-dezena to par-mais-frequente-1
                               move ind-par to par-mais-frequente-2
                           end-if
                           if freq-par(ind-dezena, ind-par)
                                   < freq-par(par-menos-frequente-1, par-menos-frequente-2)
                               move ind-dezena to par-menos-frequente-1
                               move ind-par to par-menos-frequente-2
                           end-if
                       end-if
                   end-perform
               end-perform

               compute gl = faixa * (faixa - 1) / 2 - 1
               perform calcula-critico
               move esperado to esperado-edit
               display "Frequencia esperada por par: " esperado-edit
               move freq-par(par-mais-frequente-1, par-mais-frequente-2) to freq-edit
               display "Par mais frequente:  " par-mais-frequente-1 "-" par-mais-frequente-2
                   " (" freq-edit " vezes)"
               move freq-par(par-menos-frequente-1, par-menos-frequente-2) to freq-edit
               display "Par menos frequente: " par-menos-frequente-1 "-" par-menos-frequente-2
                   " (" freq-edit " vezes)"
               move qui-total to qui-edit
               move critico to critico-edit
               display "Qui-quadrado dos pares: " qui-edit "  (" gl " graus de liberdade,"
                   " limite 1%: " critico-edit ")"
               move qui-total to cert-qui-pares
               move critico to cert-critico-pares
               if qui-total > critico
                   move "REPROVADO" to situacao-teste
                   move "S" to certificacao-reprovada
               else
                   move "APROVADO" to situacao-teste
               end-if
               display "Resultado do teste 2: " situacao-teste
           end-if
           .
       teste-pares-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------teste-repeticoes--
       teste-repeticoes section.
      *>quantas dezenas de um sorteio se repetem no seguinte: a distribuicao
      *>esperada e a hipergeometrica, P(r) = C(bolas,r) C(faixa-bolas,bolas-r) /
      *>C(faixa,bolas); classes com menos de 5 esperados sao agrupadas com a
      *>classe seguinte (ou com a anterior, no fim da tabela)
           display "----------------------------------------------------"
           display "Teste 3 - repeticao de dezenas entre sorteios seguidos"
           display "----------------------------------------------------"
           move 0 to cert-qui-repeticoes
           move 0 to cert-critico-repeticoes

           move faixa to comb-n
           move qtd-bolas to comb-r
           perform calcula-combinacao
           move comb-resultado to comb-total

           if qtd-bolas * 2 > faixa
               compute minimo-repeticoes = qtd-bolas * 2 - faixa
           else
               move 0 to minimo-repeticoes
           end-if

           display "Repetidas   Observado     Esperado"
           move 0 to qui-total
           move 0 to qtd-celulas
           move 0 to obs-celula
           move 0 to esp-celula
           move 0 to obs-celula-fechada
           move 0 to esp-celula-fechada
           perform varying ind-rep from minimo-repeticoes by 1 until ind-rep > qtd-bolas
               move qtd-bolas to comb-n
               move ind-rep to comb-r
               perform calcula-combinacao
               move comb-resultado to comb-parcial
               compute comb-n = faixa - qtd-bolas
               compute comb-r = qtd-bolas - ind-rep
               perform calcula-combinacao
               compute prob-repeticoes(ind-rep + 1) = comb-parcial * comb-resultado / comb-total
               compute esperado = qtd-comparacoes * prob-repeticoes(ind-rep + 1)

               move obs-repeticoes(ind-rep + 1) to freq-edit
               move esperado to esperado-edit
               display "   " ind-rep "      " freq-edit "  " esperado-edit

               add obs-repeticoes(ind-rep + 1) to obs-celula
               add esperado to esp-celula
               if esp-celula >= 5
      *>a classe anterior so entra no total quando a seguinte fecha, para a
      *>sobra do fim da tabela poder ser somada a ela
                   if qtd-celulas > 0
                       compute qui-total = qui-total
                           + (obs-celula-fechada - esp-celula-fechada) ** 2 / esp-celula-fechada
                   end-if
                   add 1 to qtd-celulas
                   move obs-celula to obs-celula-fechada
                   move esp-celula to esp-celula-fechada
                   move 0 to obs-celula
                   move 0 to esp-celula
               end-if
           end-perform

           if qtd-celulas < 2
               display "Volume insuficiente (menos de 2 classes com 5 esperados): teste nao aplicado"
               move "S" to certificacao-inconclusiva
           else
               add obs-celula to obs-celula-fechada
               add esp-celula to esp-celula-fechada
               compute qui-total = qui-total
                   + (obs-celula-fechada - esp-celula-fechada) ** 2 / esp-celula-fechada
               compute gl = qtd-celulas - 1
               perform calcula-critico
               move qui-total to qui-edit
               move critico to critico-edit
               display "Qui-quadrado das repeticoes: " qui-edit "  (" gl " graus de liberdade,"
                   " limite 1%: " critico-edit ")"
               move qui-total to cert-qui-repeticoes
               move critico to cert-critico-repeticoes
               if qui-total > critico
                   move "REPROVADO" to situacao-teste
                   move "S" to certificacao-reprovada
               else
                   move "APROVADO" to situacao-teste
               end-if
               display "Resultado do teste 3: " situacao-teste
           end-if

      *>media de repetidas e maior sequencia de uma mesma dezena (informativos)
           compute media-teorica rounded = qtd-bolas * qtd-bolas / faixa
           move media-teorica to media-edit
           display "Media teorica de dezenas repetidas:     " media-edit
           if qtd-comparacoes > 0
               compute media-repeticoes rounded = soma-repeticoes / qtd-comparacoes
               move media-repeticoes to media-edit
               display "Media de repetidas nos sorteios:        " media-edit
           end-if
           move maior-sequencia to freq-edit
           display "Maior sequencia de sorteios seguidos com a mesma dezena: " freq-edit
               " (dezena " dezena-maior-sequencia ")"
           .
       teste-repeticoes-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------teste-historico---
       teste-historico section.
      *>compara as frequencias das dezenas nos sorteios com as do historico real
      *>(qui-quadrado de homogeneidade de uma tabela 2 x faixa): um gerador justo
      *>nao deve se afastar das frequencias dos concursos reais mais que o acaso
           display "----------------------------------------------------"
           display "Teste 4 - comparacao com o historico real (HISTORICO-REAL.DAT)"
           display "----------------------------------------------------"
           display "Concursos do jogo no historico: " qtd-concursos-historico
           move 0 to cert-qui-historico
           move 0 to cert-critico-historico

           move 0 to total-simulacao
           move 0 to total-historico
           perform varying ind-dezena from 1 by 1 until ind-dezena > faixa
               add freq-dezena(ind-dezena) to total-simulacao
               add freq-historico(ind-dezena) to total-historico
           end-perform
           compute total-geral = total-simulacao + total-historico

      *>menor frequencia esperada da tabela, para saber se o teste se aplica
           move 999999999 to esperado-minimo
           move 0 to gl
           if total-simulacao > 0 and total-historico > 0
               perform varying ind-dezena from 1 by 1 until ind-dezena > faixa
                   compute soma-coluna = freq-dezena(ind-dezena) + freq-historico(ind-dezena)
                   if soma-coluna > 0
                       add 1 to gl
                       compute esperado = total-simulacao * soma-coluna / total-geral
                       if esperado < esperado-minimo
                           move esperado to esperado-minimo
                       end-if
                       compute esperado = total-historico * soma-coluna / total-geral
                       if esperado < esperado-minimo
                           move esperado to esperado-minimo
                       end-if
                   end-if
               end-perform
           end-if

           if total-simulacao = 0 or total-historico = 0 or esperado-minimo < 5 or gl < 2
               display "Historico ou sorteios insuficientes (esperado abaixo de 5): teste nao aplicado"
           else
               move 0 to qui-total
               perform varying ind-dezena from 1 by 1 until ind-dezena > faixa
                   compute soma-coluna = freq-dezena(ind-dezena) + freq-historico(ind-dezena)
                   if soma-coluna > 0
                       compute esperado = total-simulacao * soma-coluna / total-geral
                       compute esperado-coluna = total-historico * soma-coluna / total-geral
                       compute qui-total = qui-total
                           + (freq-dezena(ind-dezena) - esperado) ** 2 / esperado
                           + (freq-historico(ind-dezena) - esperado-coluna) ** 2 / esperado-coluna
                   end-if
               end-perform
               subtract 1 from gl
               perform calcula-critico
               move qui-total to qui-edit
               move critico to critico-edit
               display "Qui-quadrado sorteios x historico: " qui-edit "  (" gl
                   " graus de liberdade, limite 1%: " critico-edit ")"
               move qui-total to cert-qui-historico
               move critico to cert-critico-historico
               if qui-total > critico
                   move "REPROVADO" to situacao-teste
                   move "S" to certificacao-reprovada
               else
                   move "APROVADO" to situacao-teste
               end-if
               display "Resultado do teste 4: " situacao-teste
           end-if

           if qtd-comparacoes-historico > 0
               compute media-repeticoes rounded = soma-repeticoes-historico / qtd-comparacoes-historico
               move media-repeticoes to media-edit
               display "Media de repetidas entre concursos reais: " media-edit
           end-if
           .
       teste-historico-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------calcula-critico---
       calcula-critico section.
      *>valor critico do qui-quadrado a 1% para gl graus de liberdade, pela
      *>aproximacao de Wilson-Hilferty (z de 1% unilateral = 2,3263)
           compute critico rounded = gl * (1 - 2 / (9 * gl)
               + 2,3263 * function sqrt(2 / (9 * gl))) ** 3
           .
       calcula-critico-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------calcula-combinacao-
       calcula-combinacao section.
      *>C(comb-n, comb-r), multiplicando e dividindo termo a termo (sempre exato)
           if comb-r > comb-n
               move 0 to comb-resultado
           else
               move 1 to comb-resultado
               perform varying comb-i from 1 by 1 until comb-i > comb-r
                   compute comb-resultado = comb-resultado * (comb-n - comb-r + comb-i) / comb-i
               end-perform
           end-if
           .
       calcula-combinacao-exit.
           exit.
      *>----------------------------------------------------------------

      *>resultado final, resumo no CERTIFICACAO-LOG.DAT e codigo de retorno
       finaliza section.

           if not sem-certificacao
               evaluate true
                   when gerador-reprovado
                       move "REPROVADO" to resultado-certificacao
                       move 8 to return-code
                   when volume-insuficiente
                       move "INCONCLUSIVO" to resultado-certificacao
                       move 4 to return-code
                   when other
                       move "APROVADO" to resultado-certificacao
                       move 0 to return-code
               end-evaluate

               display "===================================================="
               display "Certificacao do gerador: " resultado-certificacao
               display "===================================================="

               accept cert-data from date yyyymmdd
               accept cert-hora from time
               move game-selecionado to cert-jogo
               move fonte-sorteios to cert-fonte
               if fonte-gerador
                   move semente to cert-semente
               else
                   move semente-execucao to cert-semente
               end-if
               move execucao-pedida to cert-execucao
               move qtd-sorteios-gerados to cert-qtd-sorteios
               move qtd-sorteios-invalidos to cert-qtd-invalidos
               move resultado-certificacao to cert-resultado

               open extend certificacao-log-file
               if st-certificacao-log = "35"
                   open output certificacao-log-file
               end-if
               if st-certificacao-log <> "00"
                   display "Erro ao abrir CERTIFICACAO-LOG.DAT (status " st-certificacao-log
                       "), resumo da certificacao nao foi gravado"
               else
                   write certificacao-log-reg
                   close certificacao-log-file
               end-if
           end-if

           stop run
           .
       finaliza-exit.
           exit.

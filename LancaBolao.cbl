      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "LancaBolao".
       Author. "Anderson Weber Junior".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Lancamentos automaticos da conta corrente dos boloes (BOLAO-CONTA.DAT):
      *>lanca o custo de cada aposta registrada em APOSTAS.DAT para um bolao
      *>(debito) e cada premio encontrado pelo Conferidor em CONFERENCIA.DAT
      *>para uma aposta de bolao (credito), sempre rateados entre os
      *>participantes do BOLAO.DAT pelas suas cotas -- um lancamento por
      *>participante, o resto de centavos do rateio fica com o ultimo; a data
      *>de valor e a do registro da aposta ou a do concurso premiado; aposta ou
      *>premio ja lancado em rodada anterior nao entra de novo, entao o
      *>programa pode rodar toda noite depois do Conferidor, sem perguntas

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.

      *>conta corrente dos boloes: um registro por participante por lancamento
           select conta-bolao-file assign to "BOLAO-CONTA.DAT"
               organization is line sequential
               file status is st-conta-bolao.

      *>participantes e cotas de cada bolao, cadastrados pelo simulador (Program1)
           select bolao-file assign to "BOLAO.DAT"
               organization is line sequential
               file status is st-bolao.

      *>apostas efetivamente feitas, registradas pelo RegistraApostas
           select apostas-file assign to "APOSTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is aposta-comprovante
               file status is st-apostas.

      *>resultados da conferencia gravados pelo Conferidor
           select conferencia-file assign to "CONFERENCIA.DAT"
               organization is line sequential
               file status is st-conferencia.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>lancamento da conta corrente de um participante de bolao
       fd  conta-bolao-file.
       01  conta-bolao-reg.
           05  conta-bolao                             pic x(12).
           05  conta-participante                      pic x(20).
      *>data de valor do lancamento (AAAAMMDD)
           05  conta-data                              pic 9(08).
      *>C = contribuicao, A = custo de aposta, P = premio, R = repasse
           05  conta-tipo                              pic x(01).
      *>C = credito do participante, D = debito
           05  conta-natureza                          pic x(01).
           05  conta-valor                             pic 9(11)v99.
      *>referencia de origem dos lancamentos automaticos
           05  conta-jogo                              pic 9(01).
           05  conta-concurso                          pic 9(04).
           05  conta-comprovante                       pic x(20).
           05  conta-historico                         pic x(30).
      *>data em que o lancamento foi feito (AAAAMMDD)
           05  conta-data-lancamento                   pic 9(08).

      *>mesmo layout de bolao-reg gravado pelo simulador (Program1)
       fd  bolao-file.
       01  bolao-reg.
           05  nome-bolao                              pic x(12).
           05  nome-participante                       pic x(20).
           05  cotas-participante                      pic 9(03).

      *>mesmo layout de aposta-reg gravado pelo RegistraApostas
       fd  apostas-file.
       01  aposta-reg.
           05  aposta-comprovante                      pic x(20).
           05  aposta-nome-cartela                     pic x(12).
           05  aposta-jogo                             pic 9(01).
           05  aposta-concurso-inicial                 pic 9(04).
           05  aposta-qtd-concursos                    pic 9(02).
           05  aposta-valor-pago                       pic 9(09)v99.
           05  aposta-data-registro                    pic x(08).
           05  aposta-conferido                        pic x(01) occurs 24.
           05  aposta-bolao                            pic x(12).

      *>mesmo layout de conferencia-reg gravado pelo Conferidor
       fd  conferencia-file.
       01  conferencia-reg.
           05  conf-jogo                               pic 9(01).
           05  conf-concurso                           pic 9(04).
           05  conf-data                               pic x(08).
           05  conf-nome-cartela                       pic x(12).
           05  conf-qnt-numero                         pic 9(02).
           05  conf-acertos                            pic 9(02).
           05  conf-premio                             pic 9(11)v99.
           05  conf-origem-premio                      pic x(04).
           05  conf-comprovante                        pic x(20).

      *>----Variaveis de trabalho
       working-storage section.

      *>----Variaveis de controle de arquivos
       77  st-conta-bolao                          pic x(02).
       77  st-bolao                                pic x(02).
       77  st-apostas                              pic x(02).
       77  st-conferencia                          pic x(02).
       77  eof-conta-bolao                         pic x(01) value "N".
           88  fim-conta-bolao                       value "S".
       77  eof-bolao                               pic x(01) value "N".
           88  fim-bolao                             value "S".
       77  eof-apostas                             pic x(01) value "N".
           88  fim-apostas                           value "S".
       77  eof-conferencia                         pic x(01) value "N".
           88  fim-conferencia                       value "S".

      *>----Boloes cadastrados com participantes e cotas (mesmo limite de 30
      *>----participantes por bolao do simulador)
       77  qtd-boloes                              pic 9(03) value 0.
       01  boloes-tabela.
           05  bolao-tab                              occurs 100.
               10  nome-bolao-tab                       pic x(12).
               10  qtd-participantes-tab                pic 9(02).
               10  total-cotas-tab                      pic 9(05).
               10  participante-tab                     occurs 30.
                   15  nome-participante-tab              pic x(20).
                   15  cotas-participante-tab             pic 9(03).

      *>----Referencias ja lancadas na conta corrente (tipo + comprovante, e
      *>----jogo + concurso no caso de premio), para nao lancar duas vezes
       77  qtd-lancados                            pic 9(05) value 0.
       01  lancados-tabela.
           05  lancado-tab                            occurs 20000.
               10  tipo-lancado                         pic x(01).
               10  comprovante-lancado                  pic x(20).
               10  jogo-lancado                         pic 9(01).
               10  concurso-lancado                     pic 9(04).
       77  ind-lancado                             pic 9(05).
       77  referencia-lancada                      pic x(01).
           88  ja-lancado                            value "S".

      *>----Lancamento corrente a ratear entre os participantes
       77  ind-bolao                               pic 9(03).
       77  ind-part                                pic 9(02).
       77  valor-rateio                            pic 9(11)v99.
       77  parcela-participante                    pic 9(11)v99.
       77  soma-parcelas                           pic 9(11)v99.
       77  tipo-rateio                             pic x(01).
       77  natureza-rateio                         pic x(01).
       77  data-valor-rateio                       pic 9(08).
       77  jogo-rateio                             pic 9(01).
       77  concurso-rateio                         pic 9(04).
       77  comprovante-rateio                      pic x(20).
       77  historico-rateio                        pic x(30).
       77  bolao-rateio                            pic x(12).
       77  data-hoje                               pic 9(08).

      *>----Contadores do resumo
       77  qtd-apostas-lancadas                    pic 9(05) value 0.
       77  qtd-premios-lancados                    pic 9(05) value 0.
       77  qtd-sem-bolao-cadastrado                pic 9(05) value 0.
       77  total-apostas-lancadas                  pic 9(11)v99 value 0.
       77  total-premios-lancados                  pic 9(11)v99 value 0.
       77  valor-edit                              pic Z(10)9,99.

      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>Inicilizacao: boloes, referencias ja lancadas e abertura da conta corrente
       inicializa section.

           display "===================================================="
           display "Lancamentos automaticos da conta corrente dos boloes"
           display "===================================================="

           accept data-hoje from date yyyymmdd

           perform carrega-boloes
           if qtd-boloes = 0
               display "Nenhum bolao cadastrado em BOLAO.DAT, nada a lancar"
               stop run
           end-if

           perform carrega-lancados

           open extend conta-bolao-file
      *>so cria um arquivo novo quando ele realmente nao existe (status 35)
           if st-conta-bolao = "35"
               open output conta-bolao-file
           end-if
           if st-conta-bolao <> "00"
               display "Erro ao abrir BOLAO-CONTA.DAT (status " st-conta-bolao ")"
               move 8 to return-code
               stop run
           end-if
           .
       inicializa-exit.
           exit.

      *>--------------------------------------------carrega-boloes-----
       carrega-boloes section.
      *>carrega os participantes de todos os boloes, agrupados pelo nome do bolao
           open input bolao-file
           if st-bolao = "00"
               move "N" to eof-bolao
               perform until fim-bolao
                   read bolao-file
                       at end
                           move "S" to eof-bolao
                   end-read
                   if not fim-bolao and nome-bolao <> spaces
                           and cotas-participante is numeric
                       perform guarda-participante
                   end-if
               end-perform
               close bolao-file
           end-if
           .
       carrega-boloes-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------guarda-participante
       guarda-participante section.
      *>acrescenta o participante lido ao seu bolao na tabela (cria o bolao se novo)
           move 0 to ind-bolao
           perform varying ind-part from 1 by 1 until ind-part > qtd-boloes or ind-bolao > 0
               if nome-bolao-tab(ind-part) = nome-bolao
                   move ind-part to ind-bolao
               end-if
           end-perform
           if ind-bolao = 0
               if qtd-boloes >= 100
                   display "Aviso: bolao '" nome-bolao "' ignorado, a tabela comporta 100 boloes"
               else
                   add 1 to qtd-boloes
                   move qtd-boloes to ind-bolao
                   move nome-bolao to nome-bolao-tab(ind-bolao)
                   move 0 to qtd-participantes-tab(ind-bolao)
                   move 0 to total-cotas-tab(ind-bolao)
               end-if
           end-if
           if ind-bolao > 0
               if qtd-participantes-tab(ind-bolao) >= 30
                   display "Aviso: participante " nome-participante " ignorado, o bolao '"
                       nome-bolao "' tem mais de 30 participantes e o rateio ficara incompleto"
               else
                   add 1 to qtd-participantes-tab(ind-bolao)
                   move nome-participante
                       to nome-participante-tab(ind-bolao, qtd-participantes-tab(ind-bolao))
                   move cotas-participante
                       to cotas-participante-tab(ind-bolao, qtd-participantes-tab(ind-bolao))
                   add cotas-participante to total-cotas-tab(ind-bolao)
               end-if
           end-if
           .
       guarda-participante-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------carrega-lancados---
       carrega-lancados section.
      *>referencias dos lancamentos automaticos ja gravados; os lancamentos de um
      *>rateio ficam juntos no arquivo, entao basta comparar com a ultima guardada
           open input conta-bolao-file
           if st-conta-bolao = "00"
               move "N" to eof-conta-bolao
               perform until fim-conta-bolao
                   read conta-bolao-file
                       at end
                           move "S" to eof-conta-bolao
                   end-read
                   if not fim-conta-bolao
                           and (conta-tipo = "A" or conta-tipo = "P")
                       move "N" to referencia-lancada
                       if qtd-lancados > 0
                           if tipo-lancado(qtd-lancados) = conta-tipo
                                   and comprovante-lancado(qtd-lancados) = conta-comprovante
                                   and jogo-lancado(qtd-lancados) = conta-jogo
                                   and concurso-lancado(qtd-lancados) = conta-concurso
                               move "S" to referencia-lancada
                           end-if
                       end-if
                       if not ja-lancado
                           if qtd-lancados >= 20000
      *>sem a referencia na tabela o lancamento sairia em dobro: melhor parar
                               display "Tabela de referencias lancadas cheia (20000), lancamentos suspensos"
                               close conta-bolao-file
                               move 8 to return-code
                               stop run
                           end-if
                           add 1 to qtd-lancados
                           move conta-tipo to tipo-lancado(qtd-lancados)
                           move conta-comprovante to comprovante-lancado(qtd-lancados)
                           move conta-jogo to jogo-lancado(qtd-lancados)
                           move conta-concurso to concurso-lancado(qtd-lancados)
                       end-if
                   end-if
               end-perform
               close conta-bolao-file
           end-if
           .
       carrega-lancados-exit.
           exit.
      *>----------------------------------------------------------------

      *>lanca os custos das apostas de bolao e os premios conferidos
       processamento section.

           open input apostas-file
           if st-apostas <> "00"
               display "APOSTAS.DAT nao encontrado ou indisponivel (status " st-apostas ")"
           else
               perform lanca-custos-apostas
               perform lanca-premios-conferidos
               close apostas-file
           end-if
           .
       processamento-exit.
           exit.

      *>--------------------------------------------lanca-custos-------
       lanca-custos-apostas section.
      *>cada aposta de bolao ainda nao lancada vira um debito rateado, com
      *>data de valor igual a data de registro da aposta
           move low-values to aposta-comprovante
           start apostas-file key >= aposta-comprovante
               invalid key
                   move "S" to eof-apostas
               not invalid key
                   move "N" to eof-apostas
           end-start
           perform until fim-apostas
               read apostas-file next record
                   at end
                       move "S" to eof-apostas
               end-read
               if not fim-apostas and aposta-bolao <> spaces
                   move "A" to tipo-rateio
                   move aposta-comprovante to comprovante-rateio
                   move 0 to jogo-rateio
                   move 0 to concurso-rateio
                   perform verifica-lancado
                   if not ja-lancado
                       move aposta-bolao to bolao-rateio
                       move "D" to natureza-rateio
                       move aposta-valor-pago to valor-rateio
                       move aposta-data-registro to data-valor-rateio
                       move spaces to historico-rateio
                       string "APOSTA CARTELA " delimited by size
                              aposta-nome-cartela delimited by size
                           into historico-rateio
                       end-string
                       perform rateia-lancamento
                       if ind-bolao > 0
                           add 1 to qtd-apostas-lancadas
                           add valor-rateio to total-apostas-lancadas
                       end-if
                   end-if
               end-if
           end-perform
           .
       lanca-custos-apostas-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------lanca-premios------
       lanca-premios-conferidos section.
      *>cada premio conferido de uma aposta de bolao vira um credito rateado,
      *>com data de valor igual a data do concurso
           open input conferencia-file
           if st-conferencia <> "00"
               display "CONFERENCIA.DAT nao encontrado, nenhum premio a lancar"
           else
               move "N" to eof-conferencia
               perform until fim-conferencia
                   read conferencia-file
                       at end
                           move "S" to eof-conferencia
                   end-read
                   if not fim-conferencia and conf-premio is numeric and conf-premio > 0
                           and conf-comprovante <> spaces
                       move conf-comprovante to aposta-comprovante
                       read apostas-file
                           invalid key
                               move spaces to aposta-bolao
                       end-read
                       if aposta-bolao <> spaces
                           move "P" to tipo-rateio
                           move conf-comprovante to comprovante-rateio
                           move conf-jogo to jogo-rateio
                           move conf-concurso to concurso-rateio
                           perform verifica-lancado
                           if not ja-lancado
                               move aposta-bolao to bolao-rateio
                               move "C" to natureza-rateio
                               move conf-premio to valor-rateio
      *>data do concurso vem como DDMMAAAA
                               move conf-data(5:4) to data-valor-rateio(1:4)
                               move conf-data(3:2) to data-valor-rateio(5:2)
                               move conf-data(1:2) to data-valor-rateio(7:2)
                               move spaces to historico-rateio
                               string "PREMIO " delimited by size
                                      conf-nome-cartela delimited by size
                                      " " delimited by size
                                      conf-acertos delimited by size
                                      " ACERTOS" delimited by size
                                   into historico-rateio
                               end-string
                               perform rateia-lancamento
                               if ind-bolao > 0
                                   add 1 to qtd-premios-lancados
                                   add valor-rateio to total-premios-lancados
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
               close conferencia-file
           end-if
           .
       lanca-premios-conferidos-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------verifica-lancado---
       verifica-lancado section.
      *>a referencia corrente (tipo, comprovante, jogo, concurso) ja foi lancada?
           move "N" to referencia-lancada
           perform varying ind-lancado from 1 by 1
                   until ind-lancado > qtd-lancados or ja-lancado
               if tipo-lancado(ind-lancado) = tipo-rateio
                       and comprovante-lancado(ind-lancado) = comprovante-rateio
                       and jogo-lancado(ind-lancado) = jogo-rateio
                       and concurso-lancado(ind-lancado) = concurso-rateio
                   move "S" to referencia-lancada
               end-if
           end-perform
           .
       verifica-lancado-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------rateia-lancamento--
       rateia-lancamento section.
      *>grava um lancamento por participante do bolao, proporcional as cotas;
      *>o arredondamento fica com o ultimo participante para fechar o valor
           move 0 to ind-bolao
           perform varying ind-part from 1 by 1 until ind-part > qtd-boloes or ind-bolao > 0
               if nome-bolao-tab(ind-part) = bolao-rateio
                   move ind-part to ind-bolao
               end-if
           end-perform

           if ind-bolao = 0 or total-cotas-tab(ind-bolao) = 0
               move 0 to ind-bolao
               add 1 to qtd-sem-bolao-cadastrado
               display "Aviso: bolao '" bolao-rateio "' da aposta " comprovante-rateio
                   " nao esta cadastrado em BOLAO.DAT, lancamento fica para a proxima rodada"
           else
               move 0 to soma-parcelas
               perform varying ind-part from 1 by 1
                       until ind-part > qtd-participantes-tab(ind-bolao)
                   if ind-part = qtd-participantes-tab(ind-bolao)
                       compute parcela-participante = valor-rateio - soma-parcelas
                   else
                       compute parcela-participante = valor-rateio
                           * cotas-participante-tab(ind-bolao, ind-part)
                           / total-cotas-tab(ind-bolao)
                       add parcela-participante to soma-parcelas
                   end-if
                   move bolao-rateio to conta-bolao
                   move nome-participante-tab(ind-bolao, ind-part) to conta-participante
                   move data-valor-rateio to conta-data
                   move tipo-rateio to conta-tipo
                   move natureza-rateio to conta-natureza
                   move parcela-participante to conta-valor
                   move jogo-rateio to conta-jogo
                   move concurso-rateio to conta-concurso
                   move comprovante-rateio to conta-comprovante
                   move historico-rateio to conta-historico
                   move data-hoje to conta-data-lancamento
                   write conta-bolao-reg
               end-perform

      *>a referencia passa a constar como lancada nesta mesma rodada
               if qtd-lancados < 20000
                   add 1 to qtd-lancados
                   move tipo-rateio to tipo-lancado(qtd-lancados)
                   move comprovante-rateio to comprovante-lancado(qtd-lancados)
                   move jogo-rateio to jogo-lancado(qtd-lancados)
                   move concurso-rateio to concurso-lancado(qtd-lancados)
               end-if
           end-if
           .
       rateia-lancamento-exit.
           exit.
      *>----------------------------------------------------------------

      *>resumo dos lancamentos da rodada
       finaliza section.

           close conta-bolao-file

           display "----------------------------------------------------"
           move total-apostas-lancadas to valor-edit
           display "Apostas de bolao lancadas:  " qtd-apostas-lancadas
               "  total R$ " valor-edit
           move total-premios-lancados to valor-edit
           display "Premios de bolao lancados:  " qtd-premios-lancados
               "  total R$ " valor-edit
           if qtd-sem-bolao-cadastrado > 0
               display "Lancamentos adiados (bolao sem cadastro): " qtd-sem-bolao-cadastrado
           end-if
           display "===================================================="

           stop run
           .
       finaliza-exit.
           exit.

       Date-written. 02/09/2026.
       Date-compiled. 02/09/2026.

      *>Conferidor em lote das apostas reais: confere, em cada concurso do
      *>HISTORICO-REAL.DAT, apenas as cartelas que tem aposta registrada em
      *>APOSTAS.DAT cobrindo aquele concurso (primeiro concurso da aposta mais
      *>os consecutivos da teimosinha) e que ainda nao foram conferidas; o
      *>historico e lido pela chave jogo + concurso, so na faixa de concursos
      *>com aposta pendente de cada jogo; cada concurso conferido fica marcado
      *>na propria aposta, de modo que uma aposta registrada depois do concurso
      *>ja ter passado pelo conferidor ainda e conferida (e sinalizada como
      *>atrasada); calcula os acertos pelas regras do jogo do proprio concurso,
      *>valoriza pelo premio real do concurso quando carregado em
      *>PREMIOS-REAIS.DAT (senao pelas faixas da tabela PRECOS, todas as faixas
      *>do jogo) e imprime o relatorio de conferencia por concurso e por
      *>cartela, gravando um registro de resultado por aposta/concurso em
      *>CONFERENCIA.DAT; no final lista as apostas com concursos ja sorteados
      *>que continuam sem conferencia (cartela sumida ou incompativel, concurso
      *>ausente do historico); o maior concurso conferido de cada jogo segue
      *>guardado em CONFERENCIA-CTRL.DAT; feito para rodar depois de cada
      *>rodada do Importador

      *>Divisão para configuração do ambiente
               file status is st-cartelas.

           select historico-real-file assign to "HISTORICO-REAL.DAT"
               organization is indexed
               access mode is dynamic
               record key is concurso-chave
               alternate record key is concurso-data-chave with duplicates
               file status is st-historico-real.

      *>arquivo de controle da conferencia: um registro por jogo com o numero do
               organization is line sequential
               file status is st-conferencia.

      *>apostas efetivamente feitas, registradas pelo RegistraApostas
           select apostas-file assign to "APOSTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is aposta-comprovante
               file status is st-apostas.

       I-O-Control.

      *>Declaração de variáveis
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

      *>registro de premios reais de um concurso, gravado pelo ImportaPremios
      *>(faixas da mais baixa para a principal, com o minimo de acertos de cada
      *>uma; registro antigo = quantidade de faixas em brancos e so as 3 faixas de
      *>qtd-sorteio menos 2, menos 1 e completo)
       fd  premios-reais-file.
       01  premio-real-reg.
           05  premio-real-jogo                        pic 9(01).
           05  premio-real-concurso                    pic 9(04).
           05  premio-real-faixa                       occurs 6.
               10  premio-real-valor                     pic 9(11)v99.
               10  premio-real-ganhadores                pic 9(07).
           05  premio-real-acertos                     pic 9(02) occurs 6.
           05  premio-real-qtd-faixas                  pic 9(02).

       fd  conferencia-ctrl-file.
       01  conferencia-ctrl-reg.
           05  conf-premio                             pic 9(11)v99.
      *>origem da valorizacao: REAL (premio real do concurso) ou TAB (tabela PRECOS)
           05  conf-origem-premio                      pic x(04).
      *>comprovante da aposta registrada que foi conferida
           05  conf-comprovante                        pic x(20).

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

      *>----Variaveis de trabalho
       working-storage section.
      *>do jogo e todas as dezenas dentro da faixa de numeros), calculada na carga
               10  cartela-serve-jogo                   pic x(01) occurs 3.

      *>----Apostas registradas com algum concurso ainda por conferir, carregadas
      *>----em memoria com a marca de conferencia de cada concurso da teimosinha
       77  st-apostas                              pic x(02).
       77  eof-apostas                             pic x(01) value "N".
           88  fim-apostas                           value "S".
       77  qtd-apostas-tabela                      pic 9(04) value 0.
       01  apostas-conferencia.
           05  aposta-conf                            occurs 999.
               10  comprovante-aposta-conf              pic x(20).
               10  cartela-aposta-conf                  pic x(12).
               10  jogo-aposta-conf                     pic 9(01).
               10  concurso-inicial-conf                pic 9(04).
               10  qtd-concursos-conf                   pic 9(02).
      *>posicao da cartela da aposta na tabela de cartelas (0 = nao encontrada)
               10  ind-cartela-aposta                   pic 9(03).
      *>S = cartela serve para o jogo, I = inexistente, N = incompativel
               10  situacao-cartela-aposta              pic x(01).
               10  conferido-aposta-conf                pic x(01) occurs 24.
               10  aposta-alterada-conf                 pic x(01).
       77  ind-aposta                              pic 9(04).
       77  pos-concurso-aposta                     pic 9(04).
       77  concurso-aposta                         pic 9(05).
       77  aposta-pendente                         pic x(01).
       77  apostas-no-concurso                     pic 9(04).
       77  qtd-concursos-atrasados                 pic 9(05) value 0.
       77  qtd-concursos-nao-conferidos            pic 9(05) value 0.
       77  qtd-apostas-conferidas                  pic 9(05) value 0.

      *>----Variaveis de controle da conferencia (um ponto de controle por jogo)
       01  controles-conferencia.
           05  controle-jogo-conf                     occurs 3.
               10  ultimo-concurso-conferido            pic 9(04) value 0.
               10  maior-concurso-conferido             pic 9(04) value 0.
      *>maior concurso de cada jogo presente no historico (ja sorteado)
               10  maior-concurso-historico             pic 9(04) value 0.
      *>menor e maior concurso ainda por conferir nas apostas de cada jogo,
      *>limites da leitura do historico pela chave
               10  menor-concurso-pendente              pic 9(05) value 0.
               10  maior-concurso-pendente              pic 9(05) value 0.
       77  ind-cartela                             pic 9(03).
       77  ind-jogo                                pic 9(01).
       77  ind1                                    pic 9(02).
       77  ind2                                    pic 9(02).
       77  acertos-cartela                         pic 9(02).
       77  premio-conferido                        pic 9(11)v99.
      *>jogo e quantidade de bolas do concurso corrente do historico
       77  jogo-concurso-hist                      pic 9(01).
       77  qtd-bolas-hist                          pic 9(02).
       77  cartelas-compativeis                    pic 9(03).
           05  premio-real-tab                        occurs 9999.
               10  tab-premio-jogo                      pic 9(01).
               10  tab-premio-concurso                  pic 9(04).
               10  tab-premio-qtd-faixas                pic 9(02).
               10  tab-premio-faixa                     occurs 6.
                   15  tab-premio-acertos                 pic 9(02).
                   15  tab-premio-valor                   pic 9(11)v99.
      *>faixas do jogo do concurso corrente (as da tabela PRECOS), cada uma com o
      *>premio efetivo: o real do concurso quando carregado, senao o da tabela
       77  qtd-faixas-corrente                     pic 9(02).
       01  premios-correntes.
           05  faixa-corrente                         occurs 6.
               10  acertos-faixa-corrente               pic 9(02).
               10  premio-faixa-corrente                pic 9(11)v99.
               10  origem-faixa-corrente                pic x(04).
       77  origem-premio-corrente                  pic x(04).
           88  premio-corrente-real                  value "REAL".
       77  ind-premio                              pic 9(04).
       77  ind-faixa                               pic 9(02).
       77  ind-faixa-real                          pic 9(02).
       77  faixa-premiada                          pic 9(02).
       77  achou-premio-real                       pic x(01).
       77  origem-premio-cartela                   pic x(04).

      *>----Premiacoes encontradas por jogo e por faixa, para o resumo
       01  premiacoes-por-faixa.
           05  premiacoes-jogo                        occurs 3.
               10  premiacoes-faixa                     occurs 6.
                   15  qtd-premiacoes-faixa               pic 9(05) value 0.
                   15  total-premio-faixa                 pic 9(11)v99 value 0.

      *>----Contadores do resumo da conferencia
       77  concursos-conferidos                    pic 9(04) value 0.
       inicializa section.

           display "===================================================="
           display "Conferidor de apostas reais (APOSTAS.DAT x HISTORICO-REAL.DAT)"
           display "===================================================="

           perform carrega-cartelas-salvas
           display "Cartelas salvas carregadas: " qtd-cartelas-tabela

           perform carrega-premios-reais
                   to maior-concurso-conferido(ind-jogo)
           end-perform

           perform carrega-apostas-pendentes
           if qtd-apostas-tabela = 0
               display "Nenhuma aposta registrada com concurso a conferir, encerrando"
               stop run
           end-if
           display "Apostas com concurso a conferir: " qtd-apostas-tabela

      *>abertura do arquivo de resultados da conferencia (cria se nao existir)
           open extend conferencia-file
           if st-conferencia <> "00"
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------carrega-apostas----
       carrega-apostas-pendentes section.
      *>carrega em memoria as apostas que ainda tem algum concurso sem a marca
      *>de conferido, localizando a cartela de cada uma na tabela de cartelas;
      *>o arquivo fica aberto para regravar as marcas no final da rodada
           open i-o apostas-file
           if st-apostas <> "00"
               display "APOSTAS.DAT nao encontrado ou indisponivel (status " st-apostas ")"
           else
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
                   if not fim-apostas
                       move "N" to aposta-pendente
                       perform varying ind1 from 1 by 1
                               until ind1 > aposta-qtd-concursos or ind1 > 24
                           if aposta-conferido(ind1) <> "C"
                               move "S" to aposta-pendente
                           end-if
                       end-perform
                       if aposta-pendente = "S"
                           if qtd-apostas-tabela >= 999
                               display "Aviso: aposta '" aposta-comprovante
                                   "' fica para a proxima rodada, a tabela de conferencia comporta 999 apostas"
                           else
                               add 1 to qtd-apostas-tabela
                               perform guarda-aposta-pendente
                           end-if
                       end-if
                   end-if
               end-perform
               if qtd-apostas-tabela = 0
                   close apostas-file
               end-if
           end-if
           .
       carrega-apostas-pendentes-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------guarda-aposta------
       guarda-aposta-pendente section.
      *>copia a aposta lida para a tabela, localiza a cartela e sinaliza os
      *>concursos que ja tinham passado pelo conferidor antes do registro
           move aposta-comprovante to comprovante-aposta-conf(qtd-apostas-tabela)
           move aposta-nome-cartela to cartela-aposta-conf(qtd-apostas-tabela)
           move aposta-jogo to jogo-aposta-conf(qtd-apostas-tabela)
           move aposta-concurso-inicial to concurso-inicial-conf(qtd-apostas-tabela)
           move aposta-qtd-concursos to qtd-concursos-conf(qtd-apostas-tabela)
           move "N" to aposta-alterada-conf(qtd-apostas-tabela)
           perform varying ind1 from 1 by 1 until ind1 > 24
               move aposta-conferido(ind1) to conferido-aposta-conf(qtd-apostas-tabela, ind1)
           end-perform

           move 0 to ind-cartela-aposta(qtd-apostas-tabela)
           move "I" to situacao-cartela-aposta(qtd-apostas-tabela)
           perform varying ind-cartela from 1 by 1
                   until ind-cartela > qtd-cartelas-tabela
                       or ind-cartela-aposta(qtd-apostas-tabela) > 0
               if nome-cartela-conf(ind-cartela) = aposta-nome-cartela
                   move ind-cartela to ind-cartela-aposta(qtd-apostas-tabela)
                   if cartela-serve-jogo(ind-cartela, aposta-jogo) = "S"
                       move "S" to situacao-cartela-aposta(qtd-apostas-tabela)
                   else
                       move "N" to situacao-cartela-aposta(qtd-apostas-tabela)
                   end-if
               end-if
           end-perform

      *>concurso da aposta que ja estava conferido em rodada anterior e nunca
      *>foi conferido para esta aposta: a aposta entrou no registro atrasada
           perform varying ind1 from 1 by 1 until ind1 > aposta-qtd-concursos or ind1 > 24
               compute concurso-aposta = aposta-concurso-inicial + ind1 - 1
               if aposta-conferido(ind1) <> "C"
                       and concurso-aposta <= ultimo-concurso-conferido(aposta-jogo)
                   add 1 to qtd-concursos-atrasados
                   display "Aviso: aposta '" aposta-comprovante "' (" aposta-nome-cartela
                       ") concurso " concurso-aposta(2:4)
                       " ja sorteado e nunca conferido, entra nesta rodada"
               end-if
           end-perform
           .
       guarda-aposta-pendente-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------carrega-premios----
       carrega-premios-reais section.
      *>carrega em memoria os premios reais por concurso (arquivo opcional: sem
                       add 1 to qtd-premios-tabela
                       move premio-real-jogo to tab-premio-jogo(qtd-premios-tabela)
                       move premio-real-concurso to tab-premio-concurso(qtd-premios-tabela)
                       perform guarda-faixas-lidas
                   end-if
               end-perform
               close premios-reais-file
           exit.
      *>----------------------------------------------------------------

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
               else
                   move premio-real-valor(ind-faixa)
                       to tab-premio-valor(qtd-premios-tabela, ind-faixa)
               end-if
           end-perform
           .
       guarda-faixas-lidas-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------valoriza-premio----
       valoriza-premio-concurso section.
      *>define as faixas do jogo do concurso corrente (tabela PRECOS) e o premio de
      *>cada uma: o premio real do concurso quando carregado para a faixa com o
      *>mesmo minimo de acertos, senao o valor da tabela
           move qtd-faixas-premio(jogo-concurso-hist) to qtd-faixas-corrente
           perform varying ind-faixa from 1 by 1 until ind-faixa > 6
               move acertos-faixa-premio(jogo-concurso-hist, ind-faixa)
                   to acertos-faixa-corrente(ind-faixa)
               move premio-tier(jogo-concurso-hist, ind-faixa)
                   to premio-faixa-corrente(ind-faixa)
               move "TAB" to origem-faixa-corrente(ind-faixa)
           end-perform

           move "N" to achou-premio-real
           perform varying ind-premio from 1 by 1
                   until ind-premio > qtd-premios-tabela or achou-premio-real = "S"
               if tab-premio-jogo(ind-premio) = jogo-concurso-hist
                       and tab-premio-concurso(ind-premio) = concurso-numero
                   move "S" to achou-premio-real
                   perform varying ind-faixa-real from 1 by 1
                           until ind-faixa-real > tab-premio-qtd-faixas(ind-premio)
                       perform varying ind-faixa from 1 by 1
                               until ind-faixa > qtd-faixas-corrente
                           if acertos-faixa-corrente(ind-faixa)
                                   = tab-premio-acertos(ind-premio, ind-faixa-real)
                               move tab-premio-valor(ind-premio, ind-faixa-real)
                                   to premio-faixa-corrente(ind-faixa)
                               move "REAL" to origem-faixa-corrente(ind-faixa)
                           end-if
                       end-perform
                   end-perform
               end-if
           end-perform
           else
               move "TAB" to origem-premio-corrente
               add 1 to concursos-premio-tabela
           end-if
           .
       valoriza-premio-concurso-exit.
           exit.
      *>----------------------------------------------------------------

      *>leitura do historico real pela chave, jogo a jogo, apenas na faixa de
      *>concursos que ainda tem aposta por conferir (do menor ao maior concurso
      *>pendente), sem passar pelos concursos dos outros jogos nem pelos antigos
       processamento section.

           open input historico-real-file
           if st-historico-real <> "00"
               display "Arquivo de historico real (HISTORICO-REAL.DAT) nao encontrado"
           else
               perform calcula-faixa-pendente
               perform varying ind-jogo from 1 by 1 until ind-jogo > 3
                   if menor-concurso-pendente(ind-jogo) > 0
                           and menor-concurso-pendente(ind-jogo) <= 9999
                       perform le-concursos-jogo
                   end-if
               end-perform
               close historico-real-file
       processamento-exit.
           exit.

      *>--------------------------------------------faixa-pendente-----
       calcula-faixa-pendente section.
      *>menor e maior concurso de cada jogo com alguma aposta ainda nao conferida
           perform varying ind-aposta from 1 by 1 until ind-aposta > qtd-apostas-tabela
               move jogo-aposta-conf(ind-aposta) to ind-jogo
               perform varying ind1 from 1 by 1
                       until ind1 > qtd-concursos-conf(ind-aposta) or ind1 > 24
                   if conferido-aposta-conf(ind-aposta, ind1) <> "C"
                       compute concurso-aposta = concurso-inicial-conf(ind-aposta) + ind1 - 1
                       if menor-concurso-pendente(ind-jogo) = 0
                               or concurso-aposta < menor-concurso-pendente(ind-jogo)
                           move concurso-aposta to menor-concurso-pendente(ind-jogo)
                       end-if
                       if concurso-aposta > maior-concurso-pendente(ind-jogo)
                           move concurso-aposta to maior-concurso-pendente(ind-jogo)
                       end-if
                   end-if
               end-perform
           end-perform
           .
       calcula-faixa-pendente-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------le-concursos-jogo--
       le-concursos-jogo section.
      *>posiciona no menor concurso pendente do jogo e le em ordem de numero ate
      *>o jogo mudar ou passar do maior concurso pendente; o concurso que encerra
      *>a leitura tambem conta como ja sorteado para a lista de pendencias
           move ind-jogo to concurso-jogo
           move menor-concurso-pendente(ind-jogo) to concurso-numero
           start historico-real-file key is >= concurso-chave
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
               if not fim-historico-real
                   if concurso-jogo <> ind-jogo
                       move "S" to eof-historico-real
                   else
                       move concurso-jogo to jogo-concurso-hist
                       move concurso-qtd-bolas to qtd-bolas-hist
                       if concurso-numero > maior-concurso-historico(jogo-concurso-hist)
                           move concurso-numero
                               to maior-concurso-historico(jogo-concurso-hist)
                       end-if
                       if concurso-numero > maior-concurso-pendente(ind-jogo)
                           move "S" to eof-historico-real
                       else
                           perform localiza-apostas-concurso
                           if apostas-no-concurso > 0
                               perform confere-concurso
                           else
                               add 1 to concursos-pulados
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       le-concursos-jogo-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------localiza-apostas---
       localiza-apostas-concurso section.
      *>conta as apostas do jogo do concurso corrente que cobrem o concurso e
      *>ainda nao foram conferidas nele
           move 0 to apostas-no-concurso
           perform varying ind-aposta from 1 by 1 until ind-aposta > qtd-apostas-tabela
               perform verifica-aposta-concurso
               if aposta-pendente = "S"
                   add 1 to apostas-no-concurso
               end-if
           end-perform
           .
       localiza-apostas-concurso-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------verifica-aposta----
       verifica-aposta-concurso section.
      *>a aposta corrente cobre o concurso corrente sem ainda te-lo conferido?
      *>(pos-concurso-aposta fica com a posicao do concurso na teimosinha)
           move "N" to aposta-pendente
           if jogo-aposta-conf(ind-aposta) = jogo-concurso-hist
                   and concurso-numero >= concurso-inicial-conf(ind-aposta)
                   and concurso-numero < concurso-inicial-conf(ind-aposta)
                                         + qtd-concursos-conf(ind-aposta)
               compute pos-concurso-aposta =
                   concurso-numero - concurso-inicial-conf(ind-aposta) + 1
               if conferido-aposta-conf(ind-aposta, pos-concurso-aposta) <> "C"
                   move "S" to aposta-pendente
               end-if
           end-if
           .
       verifica-aposta-concurso-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------confere-concurso---
       confere-concurso section.
      *>confere as cartelas das apostas registradas para o concurso corrente
           add 1 to concursos-conferidos
           if concurso-numero > maior-concurso-conferido(jogo-concurso-hist)
               move concurso-numero to maior-concurso-conferido(jogo-concurso-hist)
           end-perform
           display " "

      *>aposta cuja cartela sumiu do CARTELAS.DAT ou nao serve mais para o jogo
      *>fica sem a marca de conferido e sai na lista de pendencias do final
           move 0 to cartelas-compativeis
           perform varying ind-aposta from 1 by 1 until ind-aposta > qtd-apostas-tabela
               perform verifica-aposta-concurso
               if aposta-pendente = "S"
                   if situacao-cartela-aposta(ind-aposta) = "S"
                       add 1 to cartelas-compativeis
                       move ind-cartela-aposta(ind-aposta) to ind-cartela
                       perform confere-cartela
                   else
                       if situacao-cartela-aposta(ind-aposta) = "I"
                           display "  " cartela-aposta-conf(ind-aposta)
                               ": cartela nao encontrada em CARTELAS.DAT (aposta "
                               comprovante-aposta-conf(ind-aposta) ")"
                       else
                           display "  " cartela-aposta-conf(ind-aposta)
                               ": cartela incompativel com o jogo (aposta "
                               comprovante-aposta-conf(ind-aposta) ")"
                       end-if
                   end-if
               end-if
           end-perform
           if cartelas-compativeis = 0
               display "  (nenhuma aposta conferivel neste concurso)"
           end-if
           .
       confere-concurso-exit.
      *>--------------------------------------------confere-cartela----
       confere-cartela section.
      *>conta os acertos da cartela corrente no concurso corrente e valoriza
      *>pela faixa mais alta do jogo cujo minimo de acertos foi alcancado (mesma
      *>regra de teste-ganhador do simulador)
           move 0 to acertos-cartela
           perform varying ind2 from 1 by 1 until ind2 > qtd-bolas-hist
               perform varying ind1 from 1 by 1 until ind1 > qnt-numero-conf(ind-cartela)
           end-perform

           move 0 to premio-conferido
           move 0 to faixa-premiada
           move origem-premio-corrente to origem-premio-cartela
           perform varying ind-faixa from 1 by 1 until ind-faixa > qtd-faixas-corrente
               if acertos-cartela >= acertos-faixa-corrente(ind-faixa)
                   move ind-faixa to faixa-premiada
               end-if
           end-perform
           if faixa-premiada > 0
               move premio-faixa-corrente(faixa-premiada) to premio-conferido
               move origem-faixa-corrente(faixa-premiada) to origem-premio-cartela
           end-if

           if premio-conferido > 0
               add 1 to qtd-premiacoes
               add premio-conferido to total-premio-conferido
               add 1 to qtd-premiacoes-faixa(jogo-concurso-hist, faixa-premiada)
               add premio-conferido to total-premio-faixa(jogo-concurso-hist, faixa-premiada)
               move premio-conferido to ws-premio-edit
               display "  " nome-cartela-conf(ind-cartela) ": " acertos-cartela
                   " acerto(s)  *** PREMIADA (faixa de "
                   acertos-faixa-corrente(faixa-premiada) "): R$ " ws-premio-edit " ***"
           else
               display "  " nome-cartela-conf(ind-cartela) ": " acertos-cartela " acerto(s)"
           end-if
           move qnt-numero-conf(ind-cartela) to conf-qnt-numero
           move acertos-cartela to conf-acertos
           move premio-conferido to conf-premio
           move origem-premio-cartela to conf-origem-premio
           move comprovante-aposta-conf(ind-aposta) to conf-comprovante

           write conferencia-reg

      *>marca o concurso como conferido na aposta (regravada no final da rodada)
           move "C" to conferido-aposta-conf(ind-aposta, pos-concurso-aposta)
           move "S" to aposta-alterada-conf(ind-aposta)
           .
       grava-resultado-conferencia-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------grava-apostas------
       grava-marcas-apostas section.
      *>regrava no APOSTAS.DAT as marcas de conferido das apostas alteradas
           perform varying ind-aposta from 1 by 1 until ind-aposta > qtd-apostas-tabela
               if aposta-alterada-conf(ind-aposta) = "S"
                   move comprovante-aposta-conf(ind-aposta) to aposta-comprovante
                   read apostas-file
                       invalid key
                           display "Aposta '" comprovante-aposta-conf(ind-aposta)
                               "' nao encontrada para regravar a conferencia (status "
                               st-apostas ")"
                       not invalid key
                           perform varying ind1 from 1 by 1 until ind1 > 24
                               move conferido-aposta-conf(ind-aposta, ind1)
                                   to aposta-conferido(ind1)
                           end-perform
                           rewrite aposta-reg
                               invalid key
                                   display "Erro ao regravar a aposta '"
                                       comprovante-aposta-conf(ind-aposta)
                                       "' (status " st-apostas ")"
                               not invalid key
                                   add 1 to qtd-apostas-conferidas
                           end-rewrite
                   end-read
               end-if
           end-perform
           close apostas-file
           .
       grava-marcas-apostas-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------lista-pendencias---
       lista-apostas-nao-conferidas section.
      *>apostas com concurso ja sorteado (ate o maior concurso do jogo presente
      *>no historico) que continuam sem conferencia depois desta rodada
           display "===================================================="
           display "Apostas com concursos ja sorteados e nunca conferidos"
           display "===================================================="
           perform varying ind-aposta from 1 by 1 until ind-aposta > qtd-apostas-tabela
               perform varying ind1 from 1 by 1
                       until ind1 > qtd-concursos-conf(ind-aposta) or ind1 > 24
                   compute concurso-aposta = concurso-inicial-conf(ind-aposta) + ind1 - 1
                   if conferido-aposta-conf(ind-aposta, ind1) <> "C"
                           and concurso-aposta <=
                               maior-concurso-historico(jogo-aposta-conf(ind-aposta))
                       add 1 to qtd-concursos-nao-conferidos
                       display comprovante-aposta-conf(ind-aposta) " "
                           cartela-aposta-conf(ind-aposta) " "
                           game-nome(jogo-aposta-conf(ind-aposta)) " concurso "
                           concurso-aposta(2:4) ": " with no advancing
                       evaluate situacao-cartela-aposta(ind-aposta)
                           when "I"
                               display "cartela nao encontrada em CARTELAS.DAT"
                           when "N"
                               display "cartela incompativel com o jogo"
                           when other
                               display "concurso ausente do HISTORICO-REAL.DAT"
                       end-evaluate
                   end-if
               end-perform
           end-perform
           if qtd-concursos-nao-conferidos = 0
               display "Nenhuma pendencia: todo concurso sorteado das apostas foi conferido"
           end-if
           .
       lista-apostas-nao-conferidas-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------grava-controle-----
       grava-controle-conferencia section.
      *>regrava o arquivo de controle com o maior concurso conferido de cada

           close conferencia-file

           perform grava-marcas-apostas

           if concursos-conferidos > 0
               perform grava-controle-conferencia
           end-if

           perform lista-apostas-nao-conferidas

           display "===================================================="
           display "Resumo da conferencia"
           display "===================================================="
           display "Apostas com concurso a conferir:   " qtd-apostas-tabela
           display "Apostas atualizadas nesta rodada:  " qtd-apostas-conferidas
           display "Concursos conferidos nesta rodada: " concursos-conferidos
           display "Concursos sem aposta (pulados):    " concursos-pulados
           display "Concursos atrasados (aposta tardia):" qtd-concursos-atrasados
           display "Concursos sorteados nao conferidos:" qtd-concursos-nao-conferidos
           display "Concursos com premio real:         " concursos-premio-real
           display "Concursos pela tabela fixa:        " concursos-premio-tabela
           display "Premiacoes encontradas:            " qtd-premiacoes
           move total-premio-conferido to ws-premio-edit
           display "Total de premios conferidos:    R$ " ws-premio-edit
           perform varying ind-jogo from 1 by 1 until ind-jogo > 3
               perform varying ind-faixa from 1 by 1 until ind-faixa > qtd-faixas-premio(ind-jogo)
                   if qtd-premiacoes-faixa(ind-jogo, ind-faixa) > 0
                       move total-premio-faixa(ind-jogo, ind-faixa) to ws-premio-edit
                       display "  " game-nome(ind-jogo) " "
                           acertos-faixa-premio(ind-jogo, ind-faixa) " acertos: "
                           qtd-premiacoes-faixa(ind-jogo, ind-faixa) " premiacao(oes)  R$ "
                           ws-premio-edit
                   end-if
               end-perform
           end-perform
           perform varying ind-jogo from 1 by 1 until ind-jogo > 3
               if maior-concurso-conferido(ind-jogo) > 0
                   display "Ultimo concurso conferido de " game-nome(ind-jogo) ": "

      *>arquivo com os resultados reais de concursos ja realizados (Mega-Sena,
      *>Quina ou Lotofacil, identificados pelo campo de jogo), usado no modo reconciliacao
           select historico-real-file assign to "HISTORICO-REAL.DAT"
               organization is indexed
               access mode is dynamic
               record key is concurso-chave
               alternate record key is concurso-data-chave with duplicates
               file status is st-historico-real.

      *>arquivo de premios reais por concurso (carregado pelo ImportaPremios), usado no
               10  numero-par                           pic 9(02) occurs 20.
      *>semente do sorteio do job (zero = tirar do relogio, execucao nao reproduzivel)
           05  semente-par                            pic 9(08).
      *>horizonte fixo do job em concursos por repeticao (zero ou brancos, como nos
      *>arquivos de parametros antigos = cada repeticao corre ate alguma cartela ganhar)
           05  horizonte-par                          pic 9(05).
      *>operador que montou o job no MontaRemessa (brancos nos arquivos de
      *>parametros antigos: a execucao fica atribuida a LOTE)
           05  operador-par                           pic x(10).

      *>registro do resumo de um job da remessa em lote
       fd  resumo-file.
           05  semente-cp                              pic 9(08).
      *>numero do job da remessa a que o checkpoint pertence (zero fora do modo lote)
           05  numero-job-cp                           pic 9(04).
      *>premiacoes por faixa de cada cartela (espelha faixa-cartela do working-storage);
      *>checkpoint antigo termina no job e deixa estes campos em brancos
           05  estat-faixa-cartela-cp                  occurs 252.
               10  faixa-cartela-cp                      occurs 6.
                   15  qtd-premios-faixa-cartela-cp        pic 9(09).
                   15  premio-faixa-cartela-cp             pic 9(11)v99.
      *>ultimo concurso do historico real avaliado na reconciliacao, onde a
      *>retomada reposiciona pela chave; checkpoint antigo deixa em brancos
           05  ultimo-concurso-cp                      pic 9(04).
      *>horizonte fixo: quantidade de concursos por repeticao, gasto e premio
      *>acumulados no inicio da repeticao corrente e o saldo final de cada
      *>repeticao ja concluida; checkpoint antigo deixa em brancos (= ate a vitoria)
           05  horizonte-cp                            pic 9(05).
           05  gasto-inicio-repeticao-cp               pic 9(11)v99.
           05  premio-inicio-repeticao-cp              pic 9(11)v99.
           05  saldos-horizonte-cp.
               10  saldo-repeticao-cp                    pic s9(11)v99
                                                         sign leading separate occurs 9999.

      *>registro de auditoria: cada valor informado pelo operador via accept, com data/hora
       fd  auditoria-file.
           05  audit-campo                             pic x(20).
           05  audit-valor                             pic x(09).
           05  audit-execucao                          pic 9(06).
      *>operador identificado no login (LOTE em modo lote sem operador no job;
      *>registros antigos terminam na execucao)
           05  audit-operador                          pic x(10).

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

      *>linha do arquivo CSV de resultados (montada em working-storage e gravada inteira)
       fd  resultado-csv-file.
       01  resultado-csv-reg                           pic x(800).

      *>registro de uma execucao no arquivo mestre; uma rodada interrompida deixa apenas o
      *>registro de abertura (situacao INTERROMPIDA), a conclusao normal acrescenta o registro
           05  exec-total-vitorias                     pic 9(04).
           05  exec-total-gasto                        pic 9(11)v99.
           05  exec-total-premio                       pic 9(11)v99.
      *>operador da execucao (identificado no login, ou o do job em lote);
      *>registros antigos terminam nos totais e ficam com o operador em brancos
           05  exec-operador                           pic x(10).

      *>registro de um participante de bolao (um bolao tem varios registros, um por participante)
       fd  bolao-file.
               10  qnt-numero-lote                      pic 9(02).
               10  numero-lote                          pic 9(02) occurs 20.
           05  semente-lote                           pic 9(08).
           05  horizonte-lote                         pic 9(05).
           05  operador-lote                          pic x(10).

      *>----Variaveis de controle das multiplas cartelas (varios apostadores)
      *>a tabela comporta ate 252 cartelas para caber um fechamento completo (ex.: todas as
      *>soma das tentativas ate a vitoria, por cartela -- media-draws-vitoria pooled misturava
      *>cartelas de tamanhos diferentes (ex. 6 vs 10 numeros), impossibilitando comparar estrategias
               10  soma-controle-repeticoes-cartela        pic 9(09) value 0.
      *>premiacoes da cartela em cada faixa de premiacao do jogo (quantidade e valor)
               10  faixa-cartela                         occurs 6.
                   15  qtd-premios-faixa-cartela           pic 9(09) value 0.
                   15  premio-faixa-cartela                pic 9(11)v99 value 0.
       77  ind-faixa                               pic 9(02).
       77  ind-faixa-real                          pic 9(02).
       77  faixa-premiada                          pic 9(02).
       77  qtd-premios-faixa-total                 pic 9(09).
       77  premio-faixa-total                      pic 9(11)v99.

      *>----Nomes dos arquivos de trabalho desta execucao (montados com o numero
      *>----unico da execucao, para duas rodadas simultaneas nao se atropelarem)
      *>----Variaveis de controle financeiro (custo das apostas x premios simulados)
       77  total-gasto-simulado                    pic 9(11)v99 value 0.
       77  total-premio-simulado                   pic 9(11)v99 value 0.
       77  ws-saldo-simulado                       pic 9(11)v99.
      *>campos editados para exibicao dos valores monetarios (respeitando decimal-point is comma)
       77  ws-gasto-edit                           pic Z(10)9,99.
       77  ws-premio-edit                          pic Z(10)9,99.
       77  ws-saldo-edit                           pic Z(10)9,99.

      *>----Variaveis do modo horizonte fixo: cada repeticao joga um numero fixo de
      *>----concursos (informado em concursos, semanas ou meses do calendario do jogo)
      *>----e guarda o seu saldo final; horizonte zero = repetir ate alguma cartela ganhar
       77  horizonte-concursos                     pic 9(05) value 0.
       77  tipo-horizonte                          pic x(01).
           88  horizonte-ate-vitoria                 value "V" "v".
           88  horizonte-fixo                        value "H" "h".
       77  unidade-horizonte                       pic x(01).
           88  horizonte-em-concursos                value "C" "c".
           88  horizonte-em-semanas                  value "S" "s".
           88  horizonte-em-meses                    value "M" "m".
       77  periodo-horizonte                       pic 9(05).
       77  gasto-inicio-repeticao                  pic 9(11)v99 value 0.
       77  premio-inicio-repeticao                 pic 9(11)v99 value 0.
      *>gasto de uma repeticao inteira (todas as cartelas, todos os concursos do horizonte)
       77  gasto-horizonte                         pic 9(11)v99.
      *>saldo final (premios menos gasto) de cada repeticao, pela ordem das repeticoes
       01  saldos-horizonte.
           05  saldo-repeticao                        pic s9(11)v99
                                                      sign leading separate occurs 9999 value 0.
      *>os mesmos saldos em ordem crescente, para os percentis da distribuicao
       01  saldos-ordenados.
           05  saldo-ordenado                         pic s9(11)v99 occurs 9999.
       77  qtd-saldos                              pic 9(04).
       77  ind-saldo                               pic 9(05).
       77  pos-saldo                               pic 9(05).
       77  achou-posicao-saldo                     pic x(01).
           88  posicao-saldo-encontrada              value "S".
       77  soma-saldos                             pic s9(15)v99.
       77  saldo-minimo                            pic s9(11)v99.
       77  saldo-maximo                            pic s9(11)v99.
       77  saldo-medio                             pic s9(11)v99.
      *>percentis 10, 25, 50 (mediana), 75 e 90 da distribuicao do saldo (posicao
      *>pelo posto mais proximo na tabela ordenada)
       01  rotulos-percentil-valores               pic x(10) value "1025507590".
       01  rotulos-percentil redefines rotulos-percentil-valores.
           05  rotulo-percentil                       pic 9(02) occurs 5.
       01  percentis-saldo.
           05  percentil-saldo                        pic s9(11)v99 occurs 5.
       77  ind-percentil                           pic 9(01).
       77  qtd-rep-lucro                           pic 9(04).
       77  qtd-rep-metade                          pic 9(04).
       77  pct-rep-lucro                           pic 9(03)v99.
       77  pct-rep-metade                          pic 9(03)v99.
       77  saldo-horizonte-edit                    pic -(11)9,99.
       77  pct-horizonte-edit                      pic zz9,99.
       77  saldo-csv                               pic s9(11)v99.

      *>----Variaveis de controle da auditoria dos valores informados pelo operador
       77  st-auditoria                            pic x(02).
       77  ws-audit-campo                          pic x(20).
       77  ws-audit-data                           pic 9(08).
       77  ws-audit-hora                           pic 9(08).

      *>----Operador da execucao: o do login nos modos interativo e reconciliacao,
      *>o que montou o job em lote (LOTE quando o job nao traz operador)
       77  operador-execucao                       pic x(10) value spaces.
       77  operador-mestre                         pic x(10) value spaces.
           copy "LOGIN.CPY".

      *>----Variaveis de controle do modo reconciliacao (historico real de concursos)
       77  st-historico-real                       pic x(02).
       77  eof-historico-real                       pic x(01) value "N".
           88  fim-historico-real                    value "S".
      *>quantidade de bolas do concurso corrente do historico
       77  qtd-bolas-hist                          pic 9(02).
      *>ultimo concurso do jogo da rodada avaliado (vai para o checkpoint) e o
      *>concurso guardado no checkpoint de onde a retomada continua
       77  ultimo-concurso-avaliado                pic 9(04) value 0.
       77  ultimo-concurso-retomada                pic 9(04) value 0.
      *>checkpoint antigo, sem o ultimo concurso: a retomada pula pela contagem
      *>os concursos do jogo ja avaliados (CONTROLE)
       77  pulados-retomada                        pic 9(09).

      *>----Variaveis dos premios reais por concurso (modo reconciliacao)
           05  premio-real-tab                        occurs 9999.
               10  tab-premio-jogo                      pic 9(01).
               10  tab-premio-concurso                  pic 9(04).
               10  tab-premio-qtd-faixas                pic 9(02).
               10  tab-premio-faixa                     occurs 6.
                   15  tab-premio-acertos                 pic 9(02).
                   15  tab-premio-valor                   pic 9(11)v99.
      *>faixas de premiacao do jogo da rodada (tabela PRECOS) com o premio efetivo de
      *>cada uma para o sorteio/concurso corrente: o da tabela na simulacao e, na
      *>reconciliacao, o premio real do concurso quando ele esta carregado em
      *>PREMIOS-REAIS.DAT para a faixa
       77  qtd-faixas-corrente                     pic 9(02).
       01  premios-correntes.
           05  faixa-corrente                         occurs 6.
               10  acertos-faixa-corrente               pic 9(02).
               10  premio-corrente                      pic 9(11)v99.
       77  origem-premio-corrente                  pic x(04).
           88  premio-corrente-real                  value "REAL".
       77  ind-premio                              pic 9(04).
       77  st-resultado-csv                        pic x(02).
       77  csv-ja-aberto                           pic x(01) value "N".
           88  csv-aberto-nesta-execucao             value "S".
       77  linha-csv                               pic x(800).
       77  csv-ptr                                 pic 9(03).
       77  soma-hist-csv                           pic 9(09).
       77  rotulo-acerto-csv                       pic 9(02).
       77  rotulo-faixa-csv                        pic 9(01).

      *>valores monetarios e medias sao partidos em inteiro e centavos para gravar no CSV
      *>com ponto decimal (decimal-point is comma vale para os campos editados da tela)
               10  visto-dezena-ger                     pic 9(09).
       77  total-sorteios-ger                      pic 9(09).
       77  atraso-dezena-ger                       pic 9(09).
       77  eof-leitura-ger                         pic x(01).
           88  fim-leitura-ger                       value "S".

           perform until modo-interativo or modo-lote or modo-reconciliacao
               display "Modo de execucao: (I)nterativo, (L)ote ou (R)econciliacao com historico real?"
               accept modo-execucao
      *>os modos interativo e reconciliacao pedem a identificacao do operador; o
      *>lote roda sem operador na janela noturna, com o operador gravado em cada job
               if (modo-interativo or modo-reconciliacao) and not login-aceito
                   move "Program1" to login-programa
                   move "OPERADOR" to login-perfil-exigido
                   call "LoginOperador" using area-login
                   if not login-aceito
                       move 8 to return-code
                       stop run
                   end-if
                   move login-usuario to operador-execucao
               end-if
               if modo-lote
                   move "LOTE" to operador-execucao
               end-if
               move "MODO-EXECUCAO" to ws-audit-campo
               move modo-execucao to ws-audit-valor
               perform grava-auditoria
                   move "SEMENTE" to ws-audit-campo
                   move semente to ws-audit-valor
                   perform grava-auditoria

      *>horizonte da simulacao: cada repeticao corre ate alguma cartela ganhar ou
      *>joga um numero fixo de concursos, para ver a distribuicao do saldo final
                   move space to tipo-horizonte
                   perform until horizonte-ate-vitoria or horizonte-fixo
                       display "Cada repeticao corre ate alguma cartela (V)encer ou por um (H)orizonte fixo de concursos?"
                       accept tipo-horizonte
                       move "TIPO-HORIZONTE" to ws-audit-campo
                       move tipo-horizonte to ws-audit-valor
                       perform grava-auditoria
                   end-perform
                   move 0 to horizonte-concursos
                   if horizonte-fixo
                       perform pergunta-horizonte
                   end-if
               end-if

      *>as cartelas podem ser digitadas uma a uma, geradas como fechamento
       inicializa-exit.
           exit.

      *>--------------------------------------------pergunta-horizonte-
       pergunta-horizonte section.
      *>horizonte fixo em concursos, ou em semanas/meses convertidos pelo calendario
      *>do jogo (concursos por semana da tabela GAMERULES; um mes = 52/12 semanas)
           move space to unidade-horizonte
           perform until horizonte-em-concursos or horizonte-em-semanas or horizonte-em-meses
               display "Horizonte informado em (C)oncursos, (S)emanas ou (M)eses?"
               accept unidade-horizonte
               move "UNIDADE-HORIZONTE" to ws-audit-campo
               move unidade-horizonte to ws-audit-valor
               perform grava-auditoria
           end-perform

           move 0 to horizonte-concursos
           perform until horizonte-concursos > 0
               evaluate true
                   when horizonte-em-concursos
                       display "Quantos concursos cada repeticao deve jogar? (1 - 99999)"
                   when horizonte-em-semanas
                       display "Quantas semanas? (" game-nome(game-selecionado) "tem "
                           game-sorteios-semana(game-selecionado) " concurso(s) por semana)"
                   when other
                       display "Quantos meses? (" game-nome(game-selecionado) "tem "
                           game-sorteios-semana(game-selecionado) " concurso(s) por semana)"
               end-evaluate
               move 0 to periodo-horizonte
               accept periodo-horizonte
               move "PERIODO-HORIZONTE" to ws-audit-campo
               move periodo-horizonte to ws-audit-valor
               perform grava-auditoria
               evaluate true
                   when horizonte-em-concursos
                       move periodo-horizonte to horizonte-concursos
                   when horizonte-em-semanas
                       compute horizonte-concursos =
                           periodo-horizonte * game-sorteios-semana(game-selecionado)
                           on size error
                               move 0 to horizonte-concursos
                       end-compute
                   when other
                       compute horizonte-concursos rounded =
                           periodo-horizonte * game-sorteios-semana(game-selecionado) * 52 / 12
                           on size error
                               move 0 to horizonte-concursos
                       end-compute
               end-evaluate
           end-perform
           display "Horizonte de cada repeticao: " horizonte-concursos " concursos de "
               game-nome(game-selecionado)
           .
       pergunta-horizonte-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------monta-nomes--------
       monta-nomes-trabalho section.
      *>monta os nomes dos arquivos de trabalho desta execucao a partir do
           move 0 to exec-total-vitorias
           move 0 to exec-total-gasto
           move 0 to exec-total-premio
           move operador-execucao to exec-operador

           open extend execucoes-file
           if st-execucoes = "35"
               if st-checkpoint = "00" and controle-cp > 0
      *>no fechamento a quantidade de cartelas ainda nao foi gerada neste ponto, entao ela
      *>so entra na comparacao de compatibilidade quando as cartelas sao montadas manualmente;
      *>em lote o checkpoint tambem precisa pertencer ao mesmo job da remessa; o horizonte
      *>fixo tambem precisa ser o mesmo (checkpoint antigo, em brancos, e ate a vitoria)
                   if horizonte-cp is not numeric
                       move 0 to horizonte-cp
                   end-if
                   if modo-execucao-cp <> modo-execucao or game-selecionado-cp <> game-selecionado
                           or (cartelas-manuais and qtd-cartelas-cp <> qtd-cartelas)
                           or (modo-lote and numero-job-cp <> ind-job)
                           or horizonte-cp <> horizonte-concursos
                       display "Checkpoint encontrado e ignorado: pertence a outro modo/jogo/qtd-cartelas/horizonte (modo "
                           modo-execucao-cp ", jogo " game-selecionado-cp ", cartelas " qtd-cartelas-cp
                           ", horizonte " horizonte-cp
                           "), incompativel com a selecao atual (modo " modo-execucao
                           ", jogo " game-selecionado ", cartelas " qtd-cartelas
                           ", horizonte " horizonte-concursos ")"
                   else
                       move "S" to ws-confirma-retomar
      *>em modo lote nao ha operador para confirmar; em modo interativo/reconciliacao, pede confirmacao
                               move qtd-vitorias-cartela-cp(ind-cartela) to qtd-vitorias-cartela(ind-cartela)
                               move soma-controle-repeticoes-cartela-cp(ind-cartela)
                                   to soma-controle-repeticoes-cartela(ind-cartela)
                               perform varying ind-faixa from 1 by 1 until ind-faixa > 6
                                   if qtd-premios-faixa-cartela-cp(ind-cartela, ind-faixa) is numeric
                                       move qtd-premios-faixa-cartela-cp(ind-cartela, ind-faixa)
                                           to qtd-premios-faixa-cartela(ind-cartela, ind-faixa)
                                       move premio-faixa-cartela-cp(ind-cartela, ind-faixa)
                                           to premio-faixa-cartela(ind-cartela, ind-faixa)
                                   else
                                       move 0 to qtd-premios-faixa-cartela(ind-cartela, ind-faixa)
                                       move 0 to premio-faixa-cartela(ind-cartela, ind-faixa)
                                   end-if
                               end-perform
                           end-perform
                           if ultimo-concurso-cp is numeric
                               move ultimo-concurso-cp to ultimo-concurso-retomada
                               move ultimo-concurso-cp to ultimo-concurso-avaliado
                           else
                               move 0 to ultimo-concurso-retomada
                           end-if
                           if horizonte-concursos > 0
                               move gasto-inicio-repeticao-cp to gasto-inicio-repeticao
                               move premio-inicio-repeticao-cp to premio-inicio-repeticao
                               move saldos-horizonte-cp to saldos-horizonte
                           end-if
      *>restaura a semente original da rodada, que e a que sai no relatorio e no log; a
      *>sequencia de sorteios recomeca dela apos a retomada
                           move semente-cp to semente
               end-read
               if not fim-parametros
                   add 1 to ind-job
      *>o job responde pelo operador que o montou; arquivo antigo sem o campo = LOTE
                   if operador-lote = spaces or operador-lote = low-values
                       move "LOTE" to operador-execucao
                   else
                       move operador-lote to operador-execucao
                   end-if
      *>o registro de abertura no mestre passa a levar o operador do job em andamento
                   if operador-execucao <> operador-mestre
                       perform grava-execucao-mestre
                   end-if
                   display " "
                   display "*** Job " ind-job " da remessa ***"
                   perform valida-job
               end-if
           end-if

      *>horizonte em brancos (arquivo de parametros antigo) vale zero, ate a vitoria
           if job-valido
               if horizonte-lote is not numeric and horizonte-lote <> spaces
                   move "N" to ws-job-valido
                   move "HORIZONTE-PAR invalido, deve ser numerico (zero = ate a vitoria)"
                       to motivo-rejeicao
               end-if
           end-if

           if job-valido
               perform varying ind-cartela from 1 by 1
                       until ind-cartela > qtd-cartelas-lote or not job-valido
           if semente = 0
               accept semente from time
           end-if
           if horizonte-lote is numeric
               move horizonte-lote to horizonte-concursos
           else
               move 0 to horizonte-concursos
           end-if
           if horizonte-concursos > 0
               display "Horizonte fixo do job: " horizonte-concursos " concursos por repeticao"
           end-if

           move 0 to controle
           move 0 to controle-repeticao
           move 0 to total-gasto-simulado
           move 0 to total-premio-simulado
           initialize estatisticas-cartela
           initialize saldos-horizonte
           move 0 to gasto-inicio-repeticao
           move 0 to premio-inicio-repeticao
           perform varying ind2 from 1 by 1 until ind2 > 20
               move 0 to sorteio(ind2)
           end-perform

      *>fora da reconciliacao o premio de cada faixa e sempre o da tabela PRECOS
      *>(na reconciliacao ele e definido concurso a concurso, pelo premio real)
           perform carrega-faixas-tabela

      *>modo reconciliacao: repete os numeros da aposta contra o historico real de concursos, nao sorteia
           if modo-reconciliacao
                   move "N" to primeira-iteracao-pos-checkpoint
               else
                   move 0 to controle-repeticao
      *>no horizonte fixo o saldo da repeticao e medido a partir dos acumulados daqui
                   move total-gasto-simulado to gasto-inicio-repeticao
                   move total-premio-simulado to premio-inicio-repeticao
               end-if
               move 0 to controle-ctrl
               move 0 to cartela-vencedora

      *>performar ate que alguma cartela acerte os numeros do sorteio (qtd definida pelo jogo
      *>selecionado) ou, no horizonte fixo, ate completar os concursos do horizonte -- ai uma
      *>vitoria e contada normalmente mas nao encerra a repeticao, e a media de sorteios para
      *>ganhar passa a ser a posicao media da vitoria dentro do horizonte
               perform until (horizonte-concursos = 0 and cartela-vencedora > 0)
                       or (horizonte-concursos > 0
                           and controle-repeticao >= horizonte-concursos)
                   if horizonte-concursos > 0
                       move 0 to cartela-vencedora
                   end-if
                   perform varying ind2 from 1 by 1 until ind2 > 20
                       move 0 to sorteio(ind2)
                   end-perform
                       perform grava-checkpoint
                   end-if

      *>no horizonte fixo o sorteio a sorteio nao e exibido nem pausado (o horizonte
      *>inteiro seria uma pausa por concurso); sai o saldo de cada repeticao no final dela
                   if modo-interativo and horizonte-concursos = 0
                       display "Numeros sorteados: " with no advancing
                       perform varying ind2 from 1 by 1 until ind2 > game-qtd-sorteio(game-selecionado)
                           if ind2 > 1

      *>a cartela vencedora foi a primeira a acertar os numeros nesta repeticao (contadores e
      *>historico ja foram gravados dentro do laco, antes do checkpoint -- ver comentario acima)
               if cartela-vencedora > 0 and modo-interativo and horizonte-concursos = 0
                   display "Parabens, dps de " controle " tentativas, a cartela " cartela-vencedora " venceu"
               end-if

      *>saldo final da repeticao no horizonte fixo: premios menos gasto desde o inicio dela
               if horizonte-concursos > 0
                   compute saldo-repeticao(ind-rep) =
                       (total-premio-simulado - premio-inicio-repeticao)
                       - (total-gasto-simulado - gasto-inicio-repeticao)
                   if modo-interativo
                       move saldo-repeticao(ind-rep) to saldo-horizonte-edit
                       display "Repeticao " ind-rep ": " horizonte-concursos
                           " concursos, saldo R$ " saldo-horizonte-edit
                   end-if
               end-if

           end-perform
           end-if
           .
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

      *>--------------------------------------------faixas-tabela------
       carrega-faixas-tabela section.
      *>faixas de premiacao do jogo da rodada com os valores da tabela PRECOS
           move qtd-faixas-premio(game-selecionado) to qtd-faixas-corrente
           perform varying ind-faixa from 1 by 1 until ind-faixa > 6
               move acertos-faixa-premio(game-selecionado, ind-faixa)
                   to acertos-faixa-corrente(ind-faixa)
               move premio-tier(game-selecionado, ind-faixa) to premio-corrente(ind-faixa)
           end-perform
           .
       carrega-faixas-tabela-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------valoriza-premio----
       valoriza-premio-concurso section.
      *>define o premio de cada faixa para o concurso corrente da reconciliacao:
      *>o premio real do concurso quando carregado para a faixa com o mesmo
      *>minimo de acertos, senao a tabela PRECOS
           perform carrega-faixas-tabela
           move "N" to achou-premio-real
           perform varying ind-premio from 1 by 1
                   until ind-premio > qtd-premios-tabela or achou-premio-real = "S"
               if tab-premio-jogo(ind-premio) = game-selecionado
                       and tab-premio-concurso(ind-premio) = concurso-numero
                   move "S" to achou-premio-real
                   perform varying ind-faixa-real from 1 by 1
                           until ind-faixa-real > tab-premio-qtd-faixas(ind-premio)
                       perform varying ind-faixa from 1 by 1
                               until ind-faixa > qtd-faixas-corrente
                           if acertos-faixa-corrente(ind-faixa)
                                   = tab-premio-acertos(ind-premio, ind-faixa-real)
                               move tab-premio-valor(ind-premio, ind-faixa-real)
                                   to premio-corrente(ind-faixa)
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
      *>--------------------------------------------reconciliacao------
       reconciliacao section.
      *>compara a(s) cartela(s) apostadas com cada concurso real gravado em
      *>HISTORICO-REAL.DAT do jogo da rodada, lido pela chave jogo + concurso a
      *>partir do primeiro concurso do jogo, ou logo depois do ultimo concurso
      *>avaliado quando retoma de um checkpoint, ate o jogo mudar
           open input historico-real-file
           if st-historico-real <> "00"
               display "Arquivo de historico real (HISTORICO-REAL.DAT) nao encontrado"
           else
               move 0 to pulados-retomada
               move game-selecionado to concurso-jogo
               move 0 to concurso-numero
               if retomou-de-checkpoint and ultimo-concurso-retomada > 0
                   move ultimo-concurso-retomada to concurso-numero
                   start historico-real-file key is > concurso-chave
                       invalid key
                           move "S" to eof-historico-real
                       not invalid key
                           move "N" to eof-historico-real
                   end-start
               else
                   start historico-real-file key is >= concurso-chave
                       invalid key
                           move "S" to eof-historico-real
                       not invalid key
                           move "N" to eof-historico-real
                   end-start
               end-if

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
                       move concurso-qtd-bolas to qtd-bolas-hist
      *>checkpoint antigo (sem o ultimo concurso): os concursos do jogo ja
      *>contados em CONTROLE-CP sao pulados pela contagem antes de retomar
                       if retomou-de-checkpoint and ultimo-concurso-retomada = 0
                               and pulados-retomada < controle
                           add 1 to pulados-retomada
                       else
                           perform avalia-concurso-reconciliacao
           move 0 to cartela-vencedora
           add 1 to controle
           add 1 to controle-repeticao
           move concurso-numero to ultimo-concurso-avaliado

      *>premios da faixa deste concurso: reais quando carregados, senao tabela
           perform valoriza-premio-concurso
               open output sorteio-log-file
           end-if

      *>concursos reais do jogo da rodada, lidos pela chave a partir do primeiro
      *>concurso do jogo ate o jogo mudar
           open input historico-real-file
           if st-historico-real <> "00"
               display "HISTORICO-REAL.DAT nao encontrado, estrategia segue sem ele"
           else
               move game-selecionado to concurso-jogo
               move 0 to concurso-numero
               start historico-real-file key is >= concurso-chave
                   invalid key
                       move "S" to eof-leitura-ger
                   not invalid key
                       move "N" to eof-leitura-ger
               end-start
               perform until fim-leitura-ger
                   read historico-real-file next record
                       at end
                           move "S" to eof-leitura-ger
                   end-read
                   if not fim-leitura-ger
                       if concurso-jogo <> game-selecionado
                           move "S" to eof-leitura-ger
                       end-if
                   end-if
                   if not fim-leitura-ger
                       add 1 to total-sorteios-ger
                       perform varying ind1 from 1 by 1 until ind1 > concurso-qtd-bolas
                           if concurso-bola(ind1) is numeric
                                   and concurso-bola(ind1) >= 1
                                   and concurso-bola(ind1)
                                       <= game-faixa-numeros(game-selecionado)
                               add 1 to freq-dezena-ger(concurso-bola(ind1))
                               move total-sorteios-ger
                                   to visto-dezena-ger(concurso-bola(ind1))
                           end-if
                       end-perform
                   end-if
               end-perform
               close historico-real-file
           end-if
               move qtd-vitorias-cartela(ind-cartela) to qtd-vitorias-cartela-cp(ind-cartela)
               move soma-controle-repeticoes-cartela(ind-cartela)
                   to soma-controle-repeticoes-cartela-cp(ind-cartela)
               perform varying ind-faixa from 1 by 1 until ind-faixa > 6
                   move qtd-premios-faixa-cartela(ind-cartela, ind-faixa)
                       to qtd-premios-faixa-cartela-cp(ind-cartela, ind-faixa)
                   move premio-faixa-cartela(ind-cartela, ind-faixa)
                       to premio-faixa-cartela-cp(ind-cartela, ind-faixa)
               end-perform
           end-perform
           move repeticoes to repeticoes-cp
           move modo-execucao to modo-execucao-cp
           move numero-execucao to numero-execucao-cp
           move semente to semente-cp
           move ind-job to numero-job-cp
           move ultimo-concurso-avaliado to ultimo-concurso-cp
           move horizonte-concursos to horizonte-cp
           move gasto-inicio-repeticao to gasto-inicio-repeticao-cp
           move premio-inicio-repeticao to premio-inicio-repeticao-cp
           move saldos-horizonte to saldos-horizonte-cp

           open output checkpoint-file
           write checkpoint-reg
           move acum-vitorias-execucao to exec-total-vitorias
           move acum-gasto-execucao to exec-total-gasto
           move acum-premio-execucao to exec-total-premio
           move operador-execucao to exec-operador
           move operador-execucao to operador-mestre

           open extend execucoes-file
      *>so cria um arquivo novo quando ele realmente nao existe (status 35)
           move ws-audit-campo to audit-campo
           move ws-audit-valor to audit-valor
           move numero-execucao to audit-execucao
           move operador-execucao to audit-operador

           write auditoria-reg
           .
               add custo-aposta(game-selecionado, qnt-numero-cartela(ind-cartela)) to total-gasto-simulado
               add custo-aposta(game-selecionado, qnt-numero-cartela(ind-cartela)) to gasto-cartela(ind-cartela)

      *>premios simulados: a faixa mais alta do jogo cujo minimo de acertos a cartela
      *>alcancou, pelos premios correntes (tabela PRECOS na simulacao; na reconciliacao,
      *>o premio real do concurso quando carregado em PREMIOS-REAIS.DAT)
               move 0 to faixa-premiada
               perform varying ind-faixa from 1 by 1 until ind-faixa > qtd-faixas-corrente
                   if controle-ctrl-cartela(ind-cartela) >= acertos-faixa-corrente(ind-faixa)
                       move ind-faixa to faixa-premiada
                   end-if
               end-perform
               if faixa-premiada > 0
                   add premio-corrente(faixa-premiada) to total-premio-simulado
                   add premio-corrente(faixa-premiada) to premio-cartela(ind-cartela)
                   add 1 to qtd-premios-faixa-cartela(ind-cartela, faixa-premiada)
                   add premio-corrente(faixa-premiada)
                       to premio-faixa-cartela(ind-cartela, faixa-premiada)
               end-if

      *>histograma de acertos individual desta cartela (0 ate a qtd sorteada pelo jogo), para que o
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------distribuicao-saldo-
       calcula-distribuicao-saldo section.
      *>ordena os saldos das repeticoes do horizonte fixo (insercao na posicao que
      *>mantem a ordem crescente) e calcula minimo, maximo, media, percentis e as
      *>proporcoes de repeticoes com lucro e com ao menos metade do gasto de volta
           move 0 to qtd-saldos
           move 0 to soma-saldos
           perform varying ind-saldo from 1 by 1 until ind-saldo > repeticoes
               move qtd-saldos to pos-saldo
               add 1 to pos-saldo
               move "N" to achou-posicao-saldo
               perform until posicao-saldo-encontrada
                   if pos-saldo = 1
                       move "S" to achou-posicao-saldo
                   else
                       if saldo-ordenado(pos-saldo - 1) > saldo-repeticao(ind-saldo)
                           move saldo-ordenado(pos-saldo - 1) to saldo-ordenado(pos-saldo)
                           subtract 1 from pos-saldo
                       else
                           move "S" to achou-posicao-saldo
                       end-if
                   end-if
               end-perform
               move saldo-repeticao(ind-saldo) to saldo-ordenado(pos-saldo)
               add 1 to qtd-saldos
               add saldo-repeticao(ind-saldo) to soma-saldos
           end-perform

      *>o gasto de uma repeticao e o mesmo em todas: custo das cartelas vezes o horizonte
           move 0 to gasto-horizonte
           perform varying ind-cartela from 1 by 1 until ind-cartela > qtd-cartelas
               add custo-aposta(game-selecionado, qnt-numero-cartela(ind-cartela))
                   to gasto-horizonte
           end-perform
           multiply horizonte-concursos by gasto-horizonte

           move 0 to saldo-minimo
           move 0 to saldo-maximo
           move 0 to saldo-medio
           move 0 to qtd-rep-lucro
           move 0 to qtd-rep-metade
           move 0 to pct-rep-lucro
           move 0 to pct-rep-metade
           initialize percentis-saldo
           if qtd-saldos > 0
               move saldo-ordenado(1) to saldo-minimo
               move saldo-ordenado(qtd-saldos) to saldo-maximo
               compute saldo-medio rounded = soma-saldos / qtd-saldos
               perform varying ind-percentil from 1 by 1 until ind-percentil > 5
                   compute pos-saldo =
                       (rotulo-percentil(ind-percentil) * qtd-saldos + 99) / 100
                   move saldo-ordenado(pos-saldo) to percentil-saldo(ind-percentil)
               end-perform
      *>metade do gasto de volta: premios da repeticao (saldo + gasto) >= gasto / 2
               perform varying ind-saldo from 1 by 1 until ind-saldo > qtd-saldos
                   if saldo-ordenado(ind-saldo) > 0
                       add 1 to qtd-rep-lucro
                   end-if
                   if (saldo-ordenado(ind-saldo) + gasto-horizonte) * 2 >= gasto-horizonte
                       add 1 to qtd-rep-metade
                   end-if
               end-perform
               compute pct-rep-lucro rounded = qtd-rep-lucro * 100 / qtd-saldos
               compute pct-rep-metade rounded = qtd-rep-metade * 100 / qtd-saldos
           end-if
           .
       calcula-distribuicao-saldo-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------exporta-csv--------
       exporta-resultado-csv section.
      *>grava em RESULTADO.CSV uma linha por cartela com os campos ja calculados e uma linha
           end-perform
           string ";vitorias;media_sorteios_vitoria;gasto;premio" delimited by size
               into linha-csv with pointer csv-ptr
      *>premiacoes por faixa, sempre 6 faixas (zeradas alem das faixas do jogo)
           perform varying ind-faixa from 1 by 1 until ind-faixa > 6
               move ind-faixa to rotulo-faixa-csv
               string ";faixa" delimited by size rotulo-faixa-csv delimited by size
                      "_acertos;faixa" delimited by size rotulo-faixa-csv delimited by size
                      "_qtd;faixa" delimited by size rotulo-faixa-csv delimited by size
                      "_premio" delimited by size
                   into linha-csv with pointer csv-ptr
           end-perform
      *>distribuicao do saldo no horizonte fixo (preenchida so na linha de totais)
           string ";horizonte;saldo_minimo;saldo_maximo;saldo_medio" delimited by size
                  ";saldo_p10;saldo_p25;saldo_p50;saldo_p75;saldo_p90" delimited by size
                  ";pct_lucro;pct_metade_gasto" delimited by size
               into linha-csv with pointer csv-ptr
           .
       monta-cabecalho-csv-exit.
           exit.
                  valor-csv-int delimited by size "." delimited by size
                  valor-csv-dec delimited by size
               into linha-csv with pointer csv-ptr

           perform varying ind-faixa from 1 by 1 until ind-faixa > 6
               move qtd-premios-faixa-cartela(ind-cartela, ind-faixa) to qtd-premios-faixa-total
               move premio-faixa-cartela(ind-cartela, ind-faixa) to premio-faixa-total
               perform monta-faixa-csv
           end-perform

      *>as colunas da distribuicao do saldo ficam vazias na linha da cartela
           string ";;;;;;;;;;;" delimited by size
               into linha-csv with pointer csv-ptr
           .
       monta-linha-cartela-csv-exit.
           exit.
                  valor-csv-int delimited by size "." delimited by size
                  valor-csv-dec delimited by size
               into linha-csv with pointer csv-ptr

           perform varying ind-faixa from 1 by 1 until ind-faixa > 6
               perform soma-faixa-cartelas
               perform monta-faixa-csv
           end-perform

      *>distribuicao do saldo: horizonte zero (ate a vitoria) deixa as estatisticas vazias
           string ";" delimited by size
                  horizonte-concursos delimited by size
               into linha-csv with pointer csv-ptr
           if horizonte-concursos = 0
               string ";;;;;;;;;;" delimited by size
                   into linha-csv with pointer csv-ptr
           else
               move saldo-minimo to saldo-csv
               perform monta-saldo-csv
               move saldo-maximo to saldo-csv
               perform monta-saldo-csv
               move saldo-medio to saldo-csv
               perform monta-saldo-csv
               perform varying ind-percentil from 1 by 1 until ind-percentil > 5
                   move percentil-saldo(ind-percentil) to saldo-csv
                   perform monta-saldo-csv
               end-perform
               move pct-rep-lucro to media-csv
               string ";" delimited by size
                      media-csv-int(5:3) delimited by size "." delimited by size
                      media-csv-dec delimited by size
                   into linha-csv with pointer csv-ptr
               move pct-rep-metade to media-csv
               string ";" delimited by size
                      media-csv-int(5:3) delimited by size "." delimited by size
                      media-csv-dec delimited by size
                   into linha-csv with pointer csv-ptr
           end-if
           .
       monta-linha-totais-csv-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------faixa-csv----------
       monta-faixa-csv section.
      *>colunas de uma faixa (ind-faixa): minimo de acertos, quantidade e valor das
      *>premiacoes em qtd-premios-faixa-total e premio-faixa-total
           move premio-faixa-total to valor-csv
           string ";" delimited by size
                  acertos-faixa-premio(game-selecionado, ind-faixa) delimited by size
                  ";" delimited by size
                  qtd-premios-faixa-total delimited by size
                  ";" delimited by size
                  valor-csv-int delimited by size "." delimited by size
                  valor-csv-dec delimited by size
               into linha-csv with pointer csv-ptr
           .
       monta-faixa-csv-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------saldo-csv----------
       monta-saldo-csv section.
      *>coluna de um saldo (saldo-csv), com o sinal de menos na frente quando negativo
           if saldo-csv < 0
               compute valor-csv = 0 - saldo-csv
               string ";-" delimited by size
                      valor-csv-int delimited by size "." delimited by size
                      valor-csv-dec delimited by size
                   into linha-csv with pointer csv-ptr
           else
               move saldo-csv to valor-csv
               string ";" delimited by size
                      valor-csv-int delimited by size "." delimited by size
                      valor-csv-dec delimited by size
                   into linha-csv with pointer csv-ptr
           end-if
           .
       monta-saldo-csv-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------soma-faixa---------
       soma-faixa-cartelas section.
      *>premiacoes da faixa ind-faixa somadas em todas as cartelas da rodada
           move 0 to qtd-premios-faixa-total
           move 0 to premio-faixa-total
           perform varying ind-cartela from 1 by 1 until ind-cartela > qtd-cartelas
               add qtd-premios-faixa-cartela(ind-cartela, ind-faixa) to qtd-premios-faixa-total
               add premio-faixa-cartela(ind-cartela, ind-faixa) to premio-faixa-total
           end-perform
           .
       soma-faixa-cartelas-exit.
           exit.
      *>----------------------------------------------------------------

      *> impressao do relatorio final de uma rodada (ou de um job da remessa em lote),
      *> seguida da exportacao em CSV e da limpeza do checkpoint daquela rodada
       finaliza-relatorio section.
               display "Concursos valorizados pela tabela fixa: " concursos-premio-tabela
           else
               display "Quantidade de simulacoes (repeticoes) executadas: " repeticoes
               if horizonte-concursos > 0
                   display "Horizonte fixo de cada repeticao: " horizonte-concursos " concursos"
               end-if
           end-if
           display "----------------------------------------------------"
           if qtd-vitorias = 0
               move gasto-cartela(ind-cartela) to ws-gasto-edit
               move premio-cartela(ind-cartela) to ws-premio-edit
               display "    Gasto simulado: R$ " ws-gasto-edit "  Premios simulados: R$ " ws-premio-edit
               perform varying ind-faixa from 1 by 1
                       until ind-faixa > qtd-faixas-premio(game-selecionado)
                   move premio-faixa-cartela(ind-cartela, ind-faixa) to ws-premio-edit
                   display "      Faixa de " acertos-faixa-premio(game-selecionado, ind-faixa)
                       " acertos: " qtd-premios-faixa-cartela(ind-cartela, ind-faixa)
                       " premio(s)  R$ " ws-premio-edit
               end-perform
           end-perform
           display "----------------------------------------------------"
           move total-gasto-simulado to ws-gasto-edit
           move total-premio-simulado to ws-premio-edit
           display "Total gasto simulado (apostas, todas as cartelas): R$ " ws-gasto-edit
           display "Total premios simulados (todas as cartelas): R$ " ws-premio-edit
           perform varying ind-faixa from 1 by 1
                   until ind-faixa > qtd-faixas-premio(game-selecionado)
               perform soma-faixa-cartelas
               move premio-faixa-total to ws-premio-edit
               display "  Faixa de " acertos-faixa-premio(game-selecionado, ind-faixa)
                   " acertos: " qtd-premios-faixa-total " premio(s)  R$ " ws-premio-edit
           end-perform
           if total-premio-simulado >= total-gasto-simulado
               compute ws-saldo-simulado = total-premio-simulado - total-gasto-simulado
               move ws-saldo-simulado to ws-saldo-edit
               display "Saldo simulado: R$ -" ws-saldo-edit " (negativo)"
           end-if

      *>distribuicao do saldo final das repeticoes no horizonte fixo
           if horizonte-concursos > 0
               perform calcula-distribuicao-saldo
               display "----------------------------------------------------"
               display "Distribuicao do saldo por repeticao (" qtd-saldos " repeticoes de "
                   horizonte-concursos " concursos)"
               move gasto-horizonte to ws-gasto-edit
               display "  Gasto de cada repeticao:          R$ " ws-gasto-edit
               move saldo-minimo to saldo-horizonte-edit
               display "  Saldo minimo:                     R$ " saldo-horizonte-edit
               move saldo-maximo to saldo-horizonte-edit
               display "  Saldo maximo:                     R$ " saldo-horizonte-edit
               move saldo-medio to saldo-horizonte-edit
               display "  Saldo medio:                      R$ " saldo-horizonte-edit
               perform varying ind-percentil from 1 by 1 until ind-percentil > 5
                   move percentil-saldo(ind-percentil) to saldo-horizonte-edit
                   display "  Percentil " rotulo-percentil(ind-percentil)
                       ":                    R$ " saldo-horizonte-edit
               end-perform
               move pct-rep-lucro to pct-horizonte-edit
               display "  Repeticoes com lucro:             " pct-horizonte-edit "% ("
                   qtd-rep-lucro ")"
               move pct-rep-metade to pct-horizonte-edit
               display "  Recuperaram ao menos metade gasto: " pct-horizonte-edit "% ("
                   qtd-rep-metade ")"
           end-if

      *>demonstrativo de rateio do bolao: contribuicao e recebimento de cada participante,
      *>proporcionais as suas cotas sobre o gasto e o premio totais da rodada
           if rodada-com-bolao and total-cotas-bolao > 0

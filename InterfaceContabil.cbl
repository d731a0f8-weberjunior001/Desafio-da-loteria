      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "InterfaceContabil".
       Author. "Anderson Weber Junior".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Interface contabil mensal com o sistema financeiro (ERP): para um mes
      *>ja encerrado gera o arquivo de lancamentos de layout fixo
      *>CONTABIL-AAAAMM-nn.DAT (cabecalho, um lancamento por linha e rodape
      *>com a quantidade e os totais) com a despesa das apostas registradas no
      *>mes (APOSTAS.DAT, pela data de registro), os premios a receber
      *>conferidos para concursos do mes, a baixa dos premios resgatados no mes
      *>(com o ajuste da diferenca entre o valor recebido e o premio) e a perda
      *>dos premios que prescreveram no mes (PREMIOS-CONTROLE.DAT); cada
      *>lancamento leva contas de debito e credito do plano do copybook
      *>CONTABIL, centro de custo (o bolao, ou ESCRITORIO na aposta avulsa),
      *>data de valor e a referencia de jogo, concurso, cartela e comprovante;
      *>o relatorio de controle concilia o total exportado com os premios do
      *>Conferidor (CONFERENCIA.DAT) e com a conta corrente de cada bolao
      *>(BOLAO-CONTA.DAT) no mesmo mes; o CONTABIL-CTRL.DAT guarda cada
      *>exportacao e cada estorno, e um mes ja exportado so e exportado de novo
      *>depois que um SUPERVISOR estorna a exportacao anterior (o arquivo
      *>ESTORNO-AAAAMM-nn.DAT repete os lancamentos com debito e credito
      *>trocados, para o ERP anular o que ja recebeu)

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.

      *>apostas efetivamente feitas, registradas pelo RegistraApostas
           select apostas-file assign to "APOSTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is aposta-comprovante
               file status is st-apostas.

      *>controle dos premios a resgatar, carregado pelo ControlePremios
           select premios-controle-file assign to "PREMIOS-CONTROLE.DAT"
               organization is indexed
               access mode is dynamic
               record key is prem-chave
               file status is st-premios-controle.

      *>resultados da conferencia gravados pelo Conferidor
           select conferencia-file assign to "CONFERENCIA.DAT"
               organization is line sequential
               file status is st-conferencia.

      *>conta corrente dos boloes, lancada pelo LancaBolao e pelo ContaBolao
           select conta-bolao-file assign to "BOLAO-CONTA.DAT"
               organization is line sequential
               file status is st-conta-bolao.

      *>arquivo gerado para o ERP (exportacao do mes ou estorno de uma exportacao)
           select contabil-file assign to dynamic nome-arquivo-contabil
               organization is line sequential
               file status is st-contabil.

      *>exportacao anterior, relida para montar o estorno
           select origem-contabil-file assign to dynamic nome-arquivo-origem
               organization is line sequential
               file status is st-origem-contabil.

      *>controle das exportacoes e estornos de cada mes
           select contabil-ctrl-file assign to "CONTABIL-CTRL.DAT"
               organization is line sequential
               file status is st-contabil-ctrl.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

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

      *>mesmo layout de premio-controle-reg gravado pelo ControlePremios
       fd  premios-controle-file.
       01  premio-controle-reg.
           05  prem-chave.
               10  prem-jogo                           pic 9(01).
               10  prem-concurso                       pic 9(04).
               10  prem-comprovante                    pic x(20).
           05  prem-nome-cartela                       pic x(12).
           05  prem-bolao                              pic x(12).
           05  prem-data-concurso                      pic 9(08).
           05  prem-data-limite                        pic 9(08).
           05  prem-acertos                            pic 9(02).
           05  prem-valor                              pic 9(11)v99.
           05  prem-situacao                           pic x(10).
               88  prem-pendente                         value "PENDENTE".
               88  prem-resgatado                        value "RESGATADO".
               88  prem-prescrito                        value "PRESCRITO".
           05  prem-data-resgate                       pic 9(08).
           05  prem-valor-recebido                     pic 9(11)v99.
           05  prem-local-resgate                      pic x(30).
           05  prem-data-carga                         pic 9(08).

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

      *>mesmo layout de conta-bolao-reg gravado pelo LancaBolao e pelo ContaBolao
       fd  conta-bolao-file.
       01  conta-bolao-reg.
           05  conta-bolao                             pic x(12).
           05  conta-participante                      pic x(20).
           05  conta-data                              pic 9(08).
           05  conta-tipo                              pic x(01).
           05  conta-natureza                          pic x(01).
           05  conta-valor                             pic 9(11)v99.
           05  conta-jogo                              pic 9(01).
           05  conta-concurso                          pic 9(04).
           05  conta-comprovante                       pic x(20).
           05  conta-historico                         pic x(30).
           05  conta-data-lancamento                   pic 9(08).

      *>arquivo para o ERP, registros de 150 posicoes: H = cabecalho,
      *>D = lancamento, T = rodape
       fd  contabil-file.
       01  contabil-cabecalho.
           05  ctb-tipo-registro                       pic x(01).
               88  ctb-cabecalho                         value "H".
               88  ctb-lancamento                        value "D".
               88  ctb-rodape                            value "T".
           05  ctb-cab-sistema                         pic x(10).
           05  ctb-cab-mes                             pic 9(06).
           05  ctb-cab-sequencia                       pic 9(02).
      *>N = exportacao normal, E = estorno de uma exportacao
           05  ctb-cab-natureza                        pic x(01).
           05  ctb-cab-data-geracao                    pic 9(08).
           05  ctb-cab-hora-geracao                    pic 9(08).
           05  ctb-cab-operador                        pic x(10).
           05  filler                                  pic x(104).
       01  contabil-lancamento.
           05  filler                                  pic x(01).
           05  ctb-lan-sequencia                       pic 9(06).
           05  ctb-lan-data-valor                      pic 9(08).
           05  ctb-lan-evento                          pic x(10).
           05  ctb-lan-conta-debito                    pic x(10).
           05  ctb-lan-conta-credito                   pic x(10).
           05  ctb-lan-centro-custo                    pic x(12).
           05  ctb-lan-valor                           pic 9(11)v99.
           05  ctb-lan-jogo                            pic 9(01).
           05  ctb-lan-concurso                        pic 9(04).
           05  ctb-lan-cartela                         pic x(12).
           05  ctb-lan-comprovante                     pic x(20).
           05  ctb-lan-historico                       pic x(40).
           05  filler                                  pic x(03).
       01  contabil-rodape.
           05  filler                                  pic x(01).
           05  ctb-rod-qtd-lancamentos                 pic 9(06).
           05  ctb-rod-total-debitos                   pic 9(13)v99.
           05  ctb-rod-total-creditos                  pic 9(13)v99.
           05  ctb-rod-total-apostas                   pic 9(13)v99.
           05  ctb-rod-total-premios                   pic 9(13)v99.
           05  ctb-rod-total-baixas                    pic 9(13)v99.
           05  ctb-rod-total-ajustes                   pic 9(13)v99.
           05  ctb-rod-total-perdas                    pic 9(13)v99.
           05  filler                                  pic x(38).

      *>mesmo layout de contabil-file, lido inteiro e interpretado na area de saida
       fd  origem-contabil-file.
       01  origem-contabil-reg                         pic x(150).

      *>um registro por exportacao (EXPORTADO) ou estorno (ESTORNADO) de um mes;
      *>vale o ultimo registro de cada mes
       fd  contabil-ctrl-file.
       01  contabil-ctrl-reg.
           05  ctrl-mes                                pic 9(06).
           05  ctrl-sequencia                          pic 9(02).
           05  ctrl-evento                             pic x(10).
           05  ctrl-data                               pic 9(08).
           05  ctrl-hora                               pic 9(08).
           05  ctrl-operador                           pic x(10).
           05  ctrl-qtd-lancamentos                    pic 9(06).
           05  ctrl-total-lancamentos                  pic 9(13)v99.
           05  ctrl-arquivo                            pic x(30).
      *>CONCILIADO ou DIVERGENTE na exportacao; brancos no estorno
           05  ctrl-conciliacao                        pic x(10).

      *>----Variaveis de trabalho
       working-storage section.

      *>----Area de comunicacao com o LoginOperador (operador identificado e perfil)
           copy "LOGIN.CPY".

      *>----Plano de contas e centro de custo padrao da interface contabil
           copy "CONTABIL.CPY".

      *>----Variaveis de controle de arquivos
       77  st-apostas                              pic x(02).
       77  st-premios-controle                     pic x(02).
       77  st-conferencia                          pic x(02).
       77  st-conta-bolao                          pic x(02).
       77  st-contabil                             pic x(02).
       77  st-origem-contabil                      pic x(02).
       77  st-contabil-ctrl                        pic x(02).
       77  eof-arquivo                             pic x(01) value "N".
           88  fim-arquivo                           value "S".
       77  nome-arquivo-contabil                   pic x(30).
       77  nome-arquivo-origem                     pic x(30).

      *>----Mes de referencia e situacao do mes no controle
       01  mes-referencia.
           05  ano-referencia                         pic 9(04).
           05  numero-mes-referencia                  pic 9(02).
       77  mes-corrente                            pic 9(06).
       77  mes-aceito                              pic x(01) value "N".
           88  mes-valido                            value "S".
       77  situacao-mes                            pic x(10) value spaces.
           88  mes-exportado                         value "EXPORTADO".
       77  ultima-sequencia                        pic 9(02) value 0.
       77  sequencia-exportacao                    pic 9(02) value 0.
       77  data-ultimo-evento                      pic 9(08) value 0.
       77  operador-ultimo-evento                  pic x(10) value spaces.
       77  arquivo-ultimo-evento                   pic x(30) value spaces.
       77  data-hoje                               pic 9(08).
       77  hora-agora                              pic 9(08).
       77  confirma-opcao                          pic x(01).
           88  opcao-confirmada                      value "S" "s".
       77  exportar-mes                            pic x(01) value "S".
           88  vai-exportar                          value "S".
       77  exportacao-sem-erro                     pic x(01) value "S".
           88  exportacao-ok                         value "S".
       77  estorno-sem-erro                        pic x(01) value "N".
           88  estorno-ok                            value "S".

      *>----Data AAAAMMDD desmontada para comparar o ano/mes com o de referencia
       01  data-trabalho.
           05  anomes-trabalho                        pic 9(06).
           05  dia-trabalho                           pic 9(02).
       01  anomes-conferencia.
           05  ano-conferencia                        pic x(04).
           05  mes-conferencia                        pic x(02).

      *>----Lancamento corrente, montado antes de ir para o arquivo
       01  lancamento-trab.
           05  evento-trab                            pic x(10).
           05  conta-debito-trab                      pic x(10).
           05  conta-credito-trab                     pic x(10).
           05  centro-custo-trab                      pic x(12).
           05  valor-trab                             pic 9(11)v99.
           05  data-valor-trab                        pic 9(08).
           05  jogo-trab                              pic 9(01).
           05  concurso-trab                          pic 9(04).
           05  cartela-trab                           pic x(12).
           05  comprovante-trab                       pic x(20).
           05  historico-trab                         pic x(40).
       77  conta-troca                             pic x(10).
       77  historico-troca                         pic x(40).
       77  diferenca-resgate                       pic 9(11)v99.

      *>----Totais do arquivo gerado
       77  qtd-lancamentos                         pic 9(06) value 0.
       77  total-lancamentos                       pic 9(13)v99 value 0.
       77  total-apostas                           pic 9(13)v99 value 0.
       77  total-premios                           pic 9(13)v99 value 0.
       77  total-baixas                            pic 9(13)v99 value 0.
       77  total-ajustes                           pic 9(13)v99 value 0.
       77  total-perdas                            pic 9(13)v99 value 0.
       77  qtd-apostas                             pic 9(06) value 0.
       77  qtd-premios                             pic 9(06) value 0.
       77  qtd-baixas                              pic 9(06) value 0.
       77  qtd-ajustes                             pic 9(06) value 0.
       77  qtd-perdas                              pic 9(06) value 0.

      *>----Conciliacao: premios do Conferidor e totais por centro de custo
       77  total-conferidor                        pic 9(13)v99 value 0.
       77  qtd-conferidor                          pic 9(06) value 0.
       77  qtd-divergencias                        pic 9(04) value 0.
       77  qtd-centros                             pic 9(03) value 0.
       77  ind-centro                              pic 9(03).
       77  pos-centro                              pic 9(03).
       77  centro-procurado                        pic x(12).
       01  centros-tabela.
           05  centro-item                            occurs 200.
               10  tab-centro                           pic x(12).
               10  tab-apostas-exportadas               pic 9(13)v99.
               10  tab-apostas-conta                    pic 9(13)v99.
               10  tab-premios-exportados               pic 9(13)v99.
               10  tab-premios-conta                    pic 9(13)v99.
       77  situacao-conciliacao                    pic x(10).

      *>----Campos editados do relatorio
       77  valor-edit                              pic Z(12)9,99.
       77  valor-edit-2                            pic Z(12)9,99.
       77  valor-edit-3                            pic Z(12)9,99.
       77  valor-edit-4                            pic Z(12)9,99.

      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>Inicilizacao: login, mes de referencia e situacao do mes no controle
       inicializa section.

           display "===================================================="
           display "Interface contabil mensal com o ERP"
           display "===================================================="

      *>identificacao do operador antes de qualquer acesso aos arquivos
           move "InterfaceContabil" to login-programa
           move "OPERADOR" to login-perfil-exigido
           call "LoginOperador" using area-login
           if not login-aceito
               move 8 to return-code
               stop run
           end-if

           accept data-hoje from date yyyymmdd
           accept hora-agora from time
           move data-hoje to data-trabalho
           move anomes-trabalho to mes-corrente

      *>so mes ja encerrado: o mes corrente ainda recebe apostas, resgates e prescricoes
           move "N" to mes-aceito
           perform until mes-valido
               display "Mes de referencia (AAAAMM, mes ja encerrado):"
               accept mes-referencia
               if mes-referencia is not numeric
                       or numero-mes-referencia < 1 or numero-mes-referencia > 12
                   display "Mes invalido, informe ano e mes como AAAAMM"
               else
                   if mes-referencia >= mes-corrente
                       display "O mes " mes-referencia " ainda nao encerrou"
                   else
                       move "S" to mes-aceito
                   end-if
               end-if
           end-perform

           perform le-controle-mes

      *>mes ja exportado: so o supervisor libera, estornando a exportacao anterior
           move "S" to exportar-mes
           if mes-exportado
               display "O mes " mes-referencia " ja foi exportado (sequencia "
                   ultima-sequencia ", em " data-ultimo-evento " por "
                   operador-ultimo-evento ", arquivo " arquivo-ultimo-evento ")"
               move "N" to exportar-mes
               if login-perfil-supervisor
                   display "Estornar essa exportacao? (S/N)"
                   accept confirma-opcao
                   if opcao-confirmada
                       perform estorna-exportacao
                       if estorno-ok
      *>premios e prescricoes retidos pelo ControlePremios so entram no controle
      *>na rodada seguinte ao estorno; a nova exportacao tem de esperar por ela
                           display "Se o ControlePremios reteve premios ou prescricoes deste mes,"
                           display "responda N e exporte de novo depois da proxima rodada dele"
                           display "Gerar agora a nova exportacao do mes? (S/N)"
                           accept confirma-opcao
                           if opcao-confirmada
                               move "S" to exportar-mes
                           end-if
                       else
                           move 8 to return-code
                       end-if
                   end-if
               else
                   display "Nova exportacao do mes so depois do estorno da anterior"
                       " por um SUPERVISOR"
                   move 8 to return-code
               end-if
           end-if
           .
       inicializa-exit.
           exit.

      *>geracao do arquivo do mes, conciliacao e registro no controle
       processamento section.

           if vai-exportar
               if ultima-sequencia >= 99
                   display "Sequencia de exportacoes do mes esgotada (99)"
                   move "N" to exportacao-sem-erro
               else
                   compute sequencia-exportacao = ultima-sequencia + 1
                   move spaces to nome-arquivo-contabil
                   string "CONTABIL-" delimited by size
                          mes-referencia delimited by size
                          "-" delimited by size
                          sequencia-exportacao delimited by size
                          ".DAT" delimited by size
                       into nome-arquivo-contabil
                   open output contabil-file
                   if st-contabil <> "00"
                       display "Erro ao criar " nome-arquivo-contabil " (status " st-contabil ")"
                       move "N" to exportacao-sem-erro
                   end-if
               end-if

               if exportacao-ok
                   perform grava-cabecalho
                   perform exporta-apostas
                   perform exporta-premios
                   perform grava-rodape
                   close contabil-file
               end-if

               if exportacao-ok
                   perform concilia-mes
                   move "EXPORTADO" to ctrl-evento
                   move sequencia-exportacao to ctrl-sequencia
                   move nome-arquivo-contabil to ctrl-arquivo
                   move situacao-conciliacao to ctrl-conciliacao
                   perform grava-controle
               else
                   display "Exportacao do mes " mes-referencia " NAO realizada; o arquivo "
                       nome-arquivo-contabil " nao deve ser enviado ao ERP"
                   move 8 to return-code
               end-if
           end-if
           .
       processamento-exit.
           exit.

      *>--------------------------------------------le-controle-mes----
       le-controle-mes section.
      *>situacao do mes no controle: vale o ultimo registro gravado para o mes
           move spaces to situacao-mes
           move 0 to ultima-sequencia
           open input contabil-ctrl-file
           if st-contabil-ctrl = "00"
               move "N" to eof-arquivo
               perform until fim-arquivo
                   read contabil-ctrl-file
                       at end
                           move "S" to eof-arquivo
                   end-read
                   if not fim-arquivo and ctrl-mes = mes-referencia
                       move ctrl-evento to situacao-mes
                       move ctrl-sequencia to ultima-sequencia
                       move ctrl-data to data-ultimo-evento
                       move ctrl-operador to operador-ultimo-evento
                       move ctrl-arquivo to arquivo-ultimo-evento
                   end-if
               end-perform
               close contabil-ctrl-file
           end-if
           .
       le-controle-mes-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------exporta-apostas----
       exporta-apostas section.
      *>uma despesa por aposta registrada no mes, pela data de registro
           open input apostas-file
           if st-apostas = "35"
               display "APOSTAS.DAT nao existe, nenhuma aposta a exportar"
           else
               if st-apostas <> "00"
                   display "Erro ao abrir APOSTAS.DAT (status " st-apostas ")"
                   move "N" to exportacao-sem-erro
               else
                   move low-values to aposta-comprovante
                   move "N" to eof-arquivo
                   start apostas-file key >= aposta-comprovante
                       invalid key
                           move "S" to eof-arquivo
                   end-start
                   perform until fim-arquivo
                       read apostas-file next record
                           at end
                               move "S" to eof-arquivo
                       end-read
                       if not fim-arquivo and aposta-data-registro(1:6) = mes-referencia
                               and aposta-valor-pago is numeric and aposta-valor-pago > 0
                           move "APOSTA" to evento-trab
                           move conta-despesa-apostas to conta-debito-trab
                           move conta-caixa to conta-credito-trab
                           if aposta-bolao = spaces
                               move centro-custo-escritorio to centro-custo-trab
                           else
                               move aposta-bolao to centro-custo-trab
                           end-if
                           move aposta-valor-pago to valor-trab
                           move aposta-data-registro to data-valor-trab
                           move aposta-jogo to jogo-trab
                           move aposta-concurso-inicial to concurso-trab
                           move aposta-nome-cartela to cartela-trab
                           move aposta-comprovante to comprovante-trab
                           move spaces to historico-trab
                           string "APOSTA " delimited by size
                                  aposta-qtd-concursos delimited by size
                                  " CONCURSO(S) DESDE " delimited by size
                                  aposta-concurso-inicial delimited by size
                               into historico-trab
                           perform grava-lancamento
                           add 1 to qtd-apostas
                           add valor-trab to total-apostas
                           perform localiza-centro
                           if pos-centro > 0
                               add valor-trab to tab-apostas-exportadas(pos-centro)
                           end-if
                       end-if
                   end-perform
                   close apostas-file
               end-if
           end-if
           .
       exporta-apostas-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------exporta-premios----
       exporta-premios section.
      *>premio a receber pela data do concurso, baixa pela data do resgate e
      *>perda pela data limite do premio prescrito
           open input premios-controle-file
           if st-premios-controle = "35"
               display "PREMIOS-CONTROLE.DAT nao existe, nenhum premio a exportar"
           else
               if st-premios-controle <> "00"
                   display "Erro ao abrir PREMIOS-CONTROLE.DAT (status " st-premios-controle ")"
                   move "N" to exportacao-sem-erro
               else
                   move low-values to prem-chave
                   move "N" to eof-arquivo
                   start premios-controle-file key >= prem-chave
                       invalid key
                           move "S" to eof-arquivo
                   end-start
                   perform until fim-arquivo
                       read premios-controle-file next record
                           at end
                               move "S" to eof-arquivo
                       end-read
                       if not fim-arquivo and prem-valor is numeric
                           perform exporta-premio-corrente
                       end-if
                   end-perform
                   close premios-controle-file
               end-if
           end-if
           .
       exporta-premios-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------exporta-premio-----
       exporta-premio-corrente section.
      *>lancamentos do mes para o premio corrente do controle
           if prem-bolao = spaces
               move centro-custo-escritorio to centro-custo-trab
           else
               move prem-bolao to centro-custo-trab
           end-if
           move prem-jogo to jogo-trab
           move prem-concurso to concurso-trab
           move prem-nome-cartela to cartela-trab
           move prem-comprovante to comprovante-trab

      *>premio conferido para um concurso do mes: direito a receber
           move prem-data-concurso to data-trabalho
           if anomes-trabalho = mes-referencia and prem-valor > 0
               move "PREMIO" to evento-trab
               move conta-premios-receber to conta-debito-trab
               move conta-receita-premios to conta-credito-trab
               move prem-valor to valor-trab
               move prem-data-concurso to data-valor-trab
               move spaces to historico-trab
               string "PREMIO " delimited by size
                      prem-acertos delimited by size
                      " ACERTOS CONCURSO " delimited by size
                      prem-concurso delimited by size
                   into historico-trab
               perform grava-lancamento
               add 1 to qtd-premios
               add valor-trab to total-premios
               perform localiza-centro
               if pos-centro > 0
                   add valor-trab to tab-premios-exportados(pos-centro)
               end-if
           end-if

      *>premio resgatado no mes: baixa do direito pelo valor do premio, com o
      *>ajuste da diferenca quando o valor recebido nao e o do premio
           move prem-data-resgate to data-trabalho
           if prem-resgatado and anomes-trabalho = mes-referencia
               move prem-data-resgate to data-valor-trab
               if prem-valor-recebido < prem-valor
                   move prem-valor-recebido to valor-trab
               else
                   move prem-valor to valor-trab
               end-if
               if valor-trab > 0
                   move "BAIXA" to evento-trab
                   move conta-caixa to conta-debito-trab
                   move conta-premios-receber to conta-credito-trab
                   move spaces to historico-trab
                   string "RESGATE PREMIO CONCURSO " delimited by size
                          prem-concurso delimited by size
                       into historico-trab
                   perform grava-lancamento
                   add 1 to qtd-baixas
                   add valor-trab to total-baixas
               end-if
               if prem-valor-recebido <> prem-valor
                   move "AJUSTE" to evento-trab
                   if prem-valor-recebido < prem-valor
                       compute diferenca-resgate = prem-valor - prem-valor-recebido
                       move conta-diferenca-resgate to conta-debito-trab
                       move conta-premios-receber to conta-credito-trab
                       move "RESGATE ABAIXO DO PREMIO" to historico-trab
                   else
                       compute diferenca-resgate = prem-valor-recebido - prem-valor
                       move conta-caixa to conta-debito-trab
                       move conta-receita-premios to conta-credito-trab
                       move "RESGATE ACIMA DO PREMIO" to historico-trab
                   end-if
                   move diferenca-resgate to valor-trab
                   perform grava-lancamento
                   add 1 to qtd-ajustes
                   add valor-trab to total-ajustes
               end-if
           end-if

      *>premio que prescreveu no mes (data limite no mes): perda do direito
           move prem-data-limite to data-trabalho
           if prem-prescrito and anomes-trabalho = mes-referencia and prem-valor > 0
               move "PERDA" to evento-trab
               move conta-perda-prescricao to conta-debito-trab
               move conta-premios-receber to conta-credito-trab
               move prem-valor to valor-trab
               move prem-data-limite to data-valor-trab
               move spaces to historico-trab
               string "PREMIO PRESCRITO CONCURSO " delimited by size
                      prem-concurso delimited by size
                   into historico-trab
               perform grava-lancamento
               add 1 to qtd-perdas
               add valor-trab to total-perdas
           end-if
           .
       exporta-premio-corrente-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------grava-cabecalho----
       grava-cabecalho section.
      *>cabecalho do arquivo da exportacao
           move spaces to contabil-cabecalho
           move "H" to ctb-tipo-registro
           move "N" to ctb-cab-natureza
           move sistema-origem-contabil to ctb-cab-sistema
           move mes-referencia to ctb-cab-mes
           move sequencia-exportacao to ctb-cab-sequencia
           move data-hoje to ctb-cab-data-geracao
           move hora-agora to ctb-cab-hora-geracao
           move login-usuario to ctb-cab-operador
           write contabil-cabecalho
           .
       grava-cabecalho-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------grava-lancamento---
       grava-lancamento section.
      *>grava o lancamento montado em lancamento-trab
           add 1 to qtd-lancamentos
           move spaces to contabil-lancamento
           move "D" to ctb-tipo-registro
           move qtd-lancamentos to ctb-lan-sequencia
           move data-valor-trab to ctb-lan-data-valor
           move evento-trab to ctb-lan-evento
           move conta-debito-trab to ctb-lan-conta-debito
           move conta-credito-trab to ctb-lan-conta-credito
           move centro-custo-trab to ctb-lan-centro-custo
           move valor-trab to ctb-lan-valor
           move jogo-trab to ctb-lan-jogo
           move concurso-trab to ctb-lan-concurso
           move cartela-trab to ctb-lan-cartela
           move comprovante-trab to ctb-lan-comprovante
           move historico-trab to ctb-lan-historico
           write contabil-lancamento
           add valor-trab to total-lancamentos
           .
       grava-lancamento-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------grava-rodape-------
       grava-rodape section.
      *>rodape com a quantidade e os totais (cada lancamento tem um debito e
      *>um credito do mesmo valor, entao os dois totais sao iguais)
           move spaces to contabil-rodape
           move "T" to ctb-tipo-registro
           move qtd-lancamentos to ctb-rod-qtd-lancamentos
           move total-lancamentos to ctb-rod-total-debitos
           move total-lancamentos to ctb-rod-total-creditos
           move total-apostas to ctb-rod-total-apostas
           move total-premios to ctb-rod-total-premios
           move total-baixas to ctb-rod-total-baixas
           move total-ajustes to ctb-rod-total-ajustes
           move total-perdas to ctb-rod-total-perdas
           write contabil-rodape
           .
       grava-rodape-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------localiza-centro----
       localiza-centro section.
      *>posicao do centro de custo corrente na tabela da conciliacao (inclui se novo)
           move centro-custo-trab to centro-procurado
           perform procura-centro
           .
       localiza-centro-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------procura-centro-----
       procura-centro section.
      *>procura centro-procurado na tabela e inclui se ainda nao estiver
           move 0 to pos-centro
           perform varying ind-centro from 1 by 1
                   until ind-centro > qtd-centros or pos-centro > 0
               if tab-centro(ind-centro) = centro-procurado
                   move ind-centro to pos-centro
               end-if
           end-perform
           if pos-centro = 0
               if qtd-centros >= 200
                   display "Aviso: tabela de centros de custo cheia (200), "
                       centro-procurado " fica fora da conciliacao"
               else
                   add 1 to qtd-centros
                   move qtd-centros to pos-centro
                   move centro-procurado to tab-centro(pos-centro)
                   move 0 to tab-apostas-exportadas(pos-centro)
                   move 0 to tab-apostas-conta(pos-centro)
                   move 0 to tab-premios-exportados(pos-centro)
                   move 0 to tab-premios-conta(pos-centro)
               end-if
           end-if
           .
       procura-centro-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------concilia-mes-------
       concilia-mes section.
      *>relatorio de controle: premios exportados contra o Conferidor e, por
      *>bolao, apostas e premios exportados contra a conta corrente do bolao
           move 0 to total-conferidor
           move 0 to qtd-conferidor
           open input conferencia-file
           if st-conferencia = "00"
               move "N" to eof-arquivo
               perform until fim-arquivo
                   read conferencia-file
                       at end
                           move "S" to eof-arquivo
                   end-read
      *>so os premios de apostas registradas (com comprovante), data DDMMAAAA
                   if not fim-arquivo and conf-premio is numeric and conf-premio > 0
                           and conf-comprovante <> spaces and conf-data is numeric
                       move conf-data(5:4) to ano-conferencia
                       move conf-data(3:2) to mes-conferencia
                       if anomes-conferencia = mes-referencia
                           add 1 to qtd-conferidor
                           add conf-premio to total-conferidor
                       end-if
                   end-if
               end-perform
               close conferencia-file
           else
               display "CONFERENCIA.DAT nao encontrado (status " st-conferencia
                   "), premios do Conferidor considerados zero"
           end-if

           open input conta-bolao-file
           if st-conta-bolao = "00"
               move "N" to eof-arquivo
               perform until fim-arquivo
                   read conta-bolao-file
                       at end
                           move "S" to eof-arquivo
                   end-read
                   if not fim-arquivo and conta-valor is numeric
                       move conta-data to data-trabalho
                       if anomes-trabalho = mes-referencia
                               and (conta-tipo = "A" or conta-tipo = "P")
                           move conta-bolao to centro-procurado
                           perform procura-centro
                           if pos-centro > 0
                               if conta-tipo = "A"
                                   add conta-valor to tab-apostas-conta(pos-centro)
                               else
                                   add conta-valor to tab-premios-conta(pos-centro)
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
               close conta-bolao-file
           else
               display "BOLAO-CONTA.DAT nao encontrado (status " st-conta-bolao
                   "), conta dos boloes considerada zero"
           end-if

           move 0 to qtd-divergencias
           display " "
           display "===================================================="
           display "Relatorio de controle da interface contabil - mes " mes-referencia
           display "Arquivo: " nome-arquivo-contabil
           display "===================================================="
           move total-apostas to valor-edit
           display "APOSTA  " qtd-apostas " lancamento(s)  R$ " valor-edit
           move total-premios to valor-edit
           display "PREMIO  " qtd-premios " lancamento(s)  R$ " valor-edit
           move total-baixas to valor-edit
           display "BAIXA   " qtd-baixas " lancamento(s)  R$ " valor-edit
           move total-ajustes to valor-edit
           display "AJUSTE  " qtd-ajustes " lancamento(s)  R$ " valor-edit
           move total-perdas to valor-edit
           display "PERDA   " qtd-perdas " lancamento(s)  R$ " valor-edit
           move total-lancamentos to valor-edit
           display "TOTAL   " qtd-lancamentos " lancamento(s)  R$ " valor-edit
               " (debitos = creditos)"
           display "----------------------------------------------------"

           move total-premios to valor-edit
           move total-conferidor to valor-edit-2
           if total-premios = total-conferidor
               move "OK" to situacao-conciliacao
           else
               move "DIVERGENTE" to situacao-conciliacao
               add 1 to qtd-divergencias
           end-if
           display "Premios exportados R$ " valor-edit "  Conferidor ("
               qtd-conferidor " premio(s)) R$ " valor-edit-2 "  " situacao-conciliacao
           display "----------------------------------------------------"
           display "Centro de custo  Apostas export.   Apostas bolao     Premios export.   Premios bolao     Situacao"
           perform varying ind-centro from 1 by 1 until ind-centro > qtd-centros
               move tab-apostas-exportadas(ind-centro) to valor-edit
               move tab-apostas-conta(ind-centro) to valor-edit-2
               move tab-premios-exportados(ind-centro) to valor-edit-3
               move tab-premios-conta(ind-centro) to valor-edit-4
      *>o escritorio (apostas avulsas) nao tem conta corrente de bolao
               if tab-centro(ind-centro) = centro-custo-escritorio
                   move "SEM BOLAO" to situacao-conciliacao
               else
                   if tab-apostas-exportadas(ind-centro) = tab-apostas-conta(ind-centro)
                           and tab-premios-exportados(ind-centro) = tab-premios-conta(ind-centro)
                       move "OK" to situacao-conciliacao
                   else
                       move "DIVERGENTE" to situacao-conciliacao
                       add 1 to qtd-divergencias
                   end-if
               end-if
               display tab-centro(ind-centro) "    " valor-edit " " valor-edit-2 " "
                   valor-edit-3 " " valor-edit-4 " " situacao-conciliacao
           end-perform
           display "----------------------------------------------------"

           if qtd-divergencias = 0
               move "CONCILIADO" to situacao-conciliacao
               display "Conciliacao: CONCILIADO"
           else
               move "DIVERGENTE" to situacao-conciliacao
               display "Conciliacao: DIVERGENTE (" qtd-divergencias " diferenca(s)) -- confira se o"
                   " ControlePremios e o LancaBolao rodaram depois do Conferidor"
      *>a exportacao fica registrada, mas a divergencia condiciona o escalonador
               move 4 to return-code
           end-if
           .
       concilia-mes-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------estorna-exportacao-
       estorna-exportacao section.
      *>regrava a exportacao anterior no arquivo de estorno com debito e credito
      *>trocados e registra o estorno no controle, liberando o mes
           move "N" to estorno-sem-erro
           move ultima-sequencia to sequencia-exportacao
           move arquivo-ultimo-evento to nome-arquivo-origem
           move spaces to nome-arquivo-contabil
           string "ESTORNO-" delimited by size
                  mes-referencia delimited by size
                  "-" delimited by size
                  ultima-sequencia delimited by size
                  ".DAT" delimited by size
               into nome-arquivo-contabil

           open input origem-contabil-file
           if st-origem-contabil <> "00"
               display "Arquivo da exportacao " nome-arquivo-origem " nao encontrado (status "
                   st-origem-contabil "), estorno nao realizado"
           else
               open output contabil-file
               if st-contabil <> "00"
                   display "Erro ao criar " nome-arquivo-contabil " (status " st-contabil
                       "), estorno nao realizado"
                   close origem-contabil-file
               else
                   move "S" to estorno-sem-erro
                   move 0 to qtd-lancamentos
                   move 0 to total-lancamentos
                   move "N" to eof-arquivo
                   perform until fim-arquivo
                       read origem-contabil-file
                           at end
                               move "S" to eof-arquivo
                       end-read
                       if not fim-arquivo
                           perform estorna-registro
                       end-if
                   end-perform
                   close origem-contabil-file
                   close contabil-file
               end-if
           end-if

           if estorno-ok
               move "ESTORNADO" to ctrl-evento
               move ultima-sequencia to ctrl-sequencia
               move nome-arquivo-contabil to ctrl-arquivo
               move spaces to ctrl-conciliacao
               perform grava-controle
               move total-lancamentos to valor-edit
               display "Exportacao " ultima-sequencia " do mes " mes-referencia
                   " estornada em " nome-arquivo-contabil ": " qtd-lancamentos
                   " lancamento(s), R$ " valor-edit
      *>a nova exportacao recomeca os totais do zero
               move 0 to qtd-lancamentos
               move 0 to total-lancamentos
           end-if
           .
       estorna-exportacao-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------estorna-registro---
       estorna-registro section.
      *>copia um registro da exportacao para o estorno: cabecalho com natureza
      *>E, lancamento com debito e credito trocados, rodape igual
           move origem-contabil-reg to contabil-cabecalho
           evaluate true
               when ctb-cabecalho
                   move "E" to ctb-cab-natureza
                   move data-hoje to ctb-cab-data-geracao
                   move hora-agora to ctb-cab-hora-geracao
                   move login-usuario to ctb-cab-operador
                   write contabil-cabecalho
               when ctb-lancamento
                   move ctb-lan-conta-debito to conta-troca
                   move ctb-lan-conta-credito to ctb-lan-conta-debito
                   move conta-troca to ctb-lan-conta-credito
                   move ctb-lan-historico to historico-troca
                   move spaces to ctb-lan-historico
                   string "ESTORNO " delimited by size
                          historico-troca delimited by size
                       into ctb-lan-historico
                   write contabil-lancamento
                   add 1 to qtd-lancamentos
                   add ctb-lan-valor to total-lancamentos
               when ctb-rodape
                   write contabil-rodape
               when other
                   display "Registro de tipo desconhecido em " nome-arquivo-origem
                       ", estorno incompleto"
                   move "N" to estorno-sem-erro
           end-evaluate
           .
       estorna-registro-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------grava-controle-----
       grava-controle section.
      *>acrescenta ao controle o evento do mes (evento, sequencia, arquivo e
      *>conciliacao ja preenchidos pelo chamador)
           move mes-referencia to ctrl-mes
           move data-hoje to ctrl-data
           move hora-agora to ctrl-hora
           move login-usuario to ctrl-operador
           move qtd-lancamentos to ctrl-qtd-lancamentos
           move total-lancamentos to ctrl-total-lancamentos

           open extend contabil-ctrl-file
      *>so cria um arquivo novo quando ele realmente nao existe (status 35)
           if st-contabil-ctrl = "35"
               open output contabil-ctrl-file
           end-if
           if st-contabil-ctrl <> "00"
               display "Erro ao abrir CONTABIL-CTRL.DAT (status " st-contabil-ctrl
                   "), o registro de " ctrl-evento " do mes nao foi gravado"
               move 8 to return-code
           else
               write contabil-ctrl-reg
               close contabil-ctrl-file
           end-if
           .
       grava-controle-exit.
           exit.
      *>----------------------------------------------------------------

      *>resumo final e encerramento do programa
       finaliza section.

           if vai-exportar and exportacao-ok
               move total-lancamentos to valor-edit
               display "===================================================="
               display "Exportacao " sequencia-exportacao " do mes " mes-referencia
                   " gravada em " nome-arquivo-contabil
               display qtd-lancamentos " lancamento(s), total R$ " valor-edit
               display "===================================================="
           end-if

           stop run
           .
       finaliza-exit.
           exit.

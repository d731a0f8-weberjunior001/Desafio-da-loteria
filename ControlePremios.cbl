      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "ControlePremios".
       Author. "Anderson Weber Junior".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Controle diario dos premios a resgatar (PREMIOS-CONTROLE.DAT): cada
      *>premio encontrado pelo Conferidor em CONFERENCIA.DAT para uma aposta
      *>registrada entra no controle como PENDENTE, com data limite de resgate
      *>de 90 dias depois da data do concurso (prazo de prescricao da Caixa);
      *>premio pendente cuja data limite ja passou vira PRESCRITO; o relatorio
      *>lista em vermelho os premios pendentes que prescrevem nos proximos 15
      *>dias, para alguem ir a loterica antes; os resgates sao registrados no
      *>ResgatePremios; premio de concurso num mes ja exportado para o ERP pelo
      *>InterfaceContabil (ultimo evento do mes EXPORTADO em CONTABIL-CTRL.DAT)
      *>nao e carregado, e premio cuja data limite cai num mes ja exportado nao
      *>prescreve: ficam retidos, listados no resumo com return-code 4, ate um
      *>SUPERVISOR estornar a exportacao do mes, e entram na rodada seguinte
      *>ao estorno; roda na janela noturna depois do Conferidor, sem perguntas

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.

      *>controle dos premios a resgatar, um registro por premio de aposta
           select premios-controle-file assign to "PREMIOS-CONTROLE.DAT"
               organization is indexed
               access mode is dynamic
               record key is prem-chave
               file status is st-premios-controle.

      *>resultados da conferencia gravados pelo Conferidor
           select conferencia-file assign to "CONFERENCIA.DAT"
               organization is line sequential
               file status is st-conferencia.

      *>apostas efetivamente feitas, para anotar o bolao do premio
           select apostas-file assign to "APOSTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is aposta-comprovante
               file status is st-apostas.

      *>controle das exportacoes contabeis, para nao mexer em mes ja exportado
           select contabil-ctrl-file assign to "CONTABIL-CTRL.DAT"
               organization is line sequential
               file status is st-contabil-ctrl.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>premio de uma aposta num concurso e a situacao do seu resgate
       fd  premios-controle-file.
       01  premio-controle-reg.
           05  prem-chave.
               10  prem-jogo                           pic 9(01).
               10  prem-concurso                       pic 9(04).
               10  prem-comprovante                    pic x(20).
           05  prem-nome-cartela                       pic x(12).
           05  prem-bolao                              pic x(12).
      *>datas no formato AAAAMMDD
           05  prem-data-concurso                      pic 9(08).
           05  prem-data-limite                        pic 9(08).
           05  prem-acertos                            pic 9(02).
           05  prem-valor                              pic 9(11)v99.
      *>PENDENTE, RESGATADO ou PRESCRITO
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

      *>mesmo layout de contabil-ctrl-reg gravado pelo InterfaceContabil
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
           05  ctrl-conciliacao                        pic x(10).

      *>----Variaveis de trabalho
       working-storage section.

      *>----Regras do jogo selecionado (Mega-Sena, Quina, Lotofacil)
           copy "GAMERULES.CPY".

      *>----Variaveis de controle de arquivos
       77  st-premios-controle                     pic x(02).
       77  st-conferencia                          pic x(02).
       77  st-apostas                              pic x(02).
       77  eof-premios-controle                    pic x(01) value "N".
           88  fim-premios-controle                  value "S".
       77  eof-conferencia                         pic x(01) value "N".
           88  fim-conferencia                       value "S".
       77  apostas-disponivel                      pic x(01) value "N".
           88  apostas-aberto                        value "S".
       77  st-contabil-ctrl                        pic x(02).
       77  eof-contabil-ctrl                       pic x(01) value "N".
           88  fim-contabil-ctrl                     value "S".

      *>----Meses do controle contabil e o ultimo evento de cada um
       77  qtd-meses-contabil                      pic 9(03) value 0.
       77  ind-mes                                 pic 9(03).
       77  pos-mes                                 pic 9(03).
       77  mes-procurado                           pic 9(06).
       01  meses-contabil-tabela.
           05  mes-contabil-item                      occurs 600.
               10  tab-mes-contabil                     pic 9(06).
               10  tab-evento-contabil                  pic x(10).
       77  situacao-mes-procurado                  pic x(10).
           88  mes-procurado-exportado               value "EXPORTADO".

      *>----Prazo de prescricao e antecedencia do aviso, em dias
       77  dias-prescricao                         pic 9(03) value 90.
       77  dias-aviso                              pic 9(03) value 15.

      *>----Datas de trabalho
       77  data-hoje                               pic 9(08).
       77  dia-hoje                                pic 9(07).
       77  dia-limite                              pic 9(07).
       77  dia-concurso                            pic 9(07).
       77  dias-restantes                          pic s9(05).
       77  data-concurso-conv                      pic 9(08).
       77  data-edit                               pic x(10).
       77  data-conv                               pic 9(08).

      *>----Cores do terminal para o aviso de prescricao (sequencias ANSI)
       01  cor-vermelha.
           05  filler                              pic x(01) value x"1B".
           05  filler                              pic x(04) value "[31m".
       01  cor-normal.
           05  filler                              pic x(01) value x"1B".
           05  filler                              pic x(03) value "[0m".

      *>----Contadores do resumo
       77  qtd-premios-novos                       pic 9(05) value 0.
       77  qtd-premios-prescritos                  pic 9(05) value 0.
       77  qtd-premios-a-vencer                    pic 9(05) value 0.
       77  qtd-premios-pendentes                   pic 9(05) value 0.
       77  qtd-datas-invalidas                     pic 9(05) value 0.
       77  qtd-premios-retidos                     pic 9(05) value 0.
       77  qtd-prescricoes-retidas                 pic 9(05) value 0.
       77  total-premios-retidos                   pic 9(11)v99 value 0.
       77  total-prescricoes-retidas               pic 9(11)v99 value 0.
       77  total-premios-novos                     pic 9(11)v99 value 0.
       77  total-premios-prescritos                pic 9(11)v99 value 0.
       77  total-premios-a-vencer                  pic 9(11)v99 value 0.
       77  total-premios-pendentes                 pic 9(11)v99 value 0.
       77  valor-edit                              pic Z(10)9,99.
       77  dias-edit                               pic ZZ9.

      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>Inicilizacao: data do dia e abertura do controle de premios
       inicializa section.

           display "===================================================="
           display "Controle de premios a resgatar"
           display "===================================================="

           accept data-hoje from date yyyymmdd
           compute dia-hoje = function integer-of-date(data-hoje)

      *>cria o arquivo indexado vazio na primeira vez (status 35)
           open i-o premios-controle-file
           if st-premios-controle = "35"
               open output premios-controle-file
               close premios-controle-file
               open i-o premios-controle-file
           end-if
           if st-premios-controle <> "00"
               display "Erro ao abrir PREMIOS-CONTROLE.DAT (status " st-premios-controle ")"
               move 8 to return-code
               stop run
           end-if

      *>sem APOSTAS.DAT o premio entra no controle sem o bolao
           open input apostas-file
           if st-apostas = "00"
               move "S" to apostas-disponivel
           end-if

           perform carrega-meses-contabil
           .
       inicializa-exit.
           exit.

      *>carga dos premios novos e revisao dos pendentes
       processamento section.

           perform carrega-premios-conferidos
           perform revisa-premios-pendentes
           .
       processamento-exit.
           exit.

      *>--------------------------------------------carrega-premios----
       carrega-premios-conferidos section.
      *>todo premio conferido de aposta registrada que ainda nao esta no
      *>controle entra como PENDENTE; os que ja estao ficam como estao
           open input conferencia-file
           if st-conferencia <> "00"
               display "CONFERENCIA.DAT nao encontrado, nenhum premio novo a carregar"
           else
               move "N" to eof-conferencia
               perform until fim-conferencia
                   read conferencia-file
                       at end
                           move "S" to eof-conferencia
                   end-read
                   if not fim-conferencia and conf-premio is numeric and conf-premio > 0
                           and conf-comprovante <> spaces
                       move conf-jogo to prem-jogo
                       move conf-concurso to prem-concurso
                       move conf-comprovante to prem-comprovante
                       read premios-controle-file
                           invalid key
                               perform inclui-premio-controle
                       end-read
                   end-if
               end-perform
               close conferencia-file
           end-if
           .
       carrega-premios-conferidos-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------inclui-premio------
       inclui-premio-controle section.
      *>monta o registro do premio novo; a data limite e a data do concurso
      *>(DDMMAAAA na conferencia) mais o prazo de prescricao
           move 0 to dia-concurso
           if conf-data is numeric
               move conf-data(5:4) to data-concurso-conv(1:4)
               move conf-data(3:2) to data-concurso-conv(5:2)
               move conf-data(1:2) to data-concurso-conv(7:2)
               if function test-date-yyyymmdd(data-concurso-conv) = 0
                   compute dia-concurso = function integer-of-date(data-concurso-conv)
               end-if
           end-if

           if dia-concurso <> 0
               move data-concurso-conv(1:6) to mes-procurado
               perform consulta-mes-contabil
           end-if

           evaluate true
               when dia-concurso = 0
                   add 1 to qtd-datas-invalidas
                   display "Aviso: premio do comprovante " conf-comprovante " concurso "
                       conf-concurso " com data '" conf-data "' invalida, nao carregado"
      *>o premio do mes ja exportado nunca chegaria ao ERP: fica retido
               when mes-procurado-exportado
                   add 1 to qtd-premios-retidos
                   add conf-premio to total-premios-retidos
                   move conf-premio to valor-edit
                   display "Retido: premio do comprovante " conf-comprovante " concurso "
                       conf-concurso " R$ " valor-edit " - mes " mes-procurado
                       " ja exportado para o ERP"
               when other
                   move conf-jogo to prem-jogo
                   move conf-concurso to prem-concurso
                   move conf-comprovante to prem-comprovante
                   move conf-nome-cartela to prem-nome-cartela
                   move spaces to prem-bolao
                   if apostas-aberto
                       move conf-comprovante to aposta-comprovante
                       read apostas-file
                           invalid key
                               move spaces to aposta-bolao
                       end-read
                       move aposta-bolao to prem-bolao
                   end-if
                   move data-concurso-conv to prem-data-concurso
                   compute dia-limite = dia-concurso + dias-prescricao
                   compute prem-data-limite = function date-of-integer(dia-limite)
                   move conf-acertos to prem-acertos
                   move conf-premio to prem-valor
                   move "PENDENTE" to prem-situacao
                   move 0 to prem-data-resgate
                   move 0 to prem-valor-recebido
                   move spaces to prem-local-resgate
                   move data-hoje to prem-data-carga
                   write premio-controle-reg
                       invalid key
                           display "Erro ao gravar premio do comprovante " prem-comprovante
                               " (status " st-premios-controle ")"
                       not invalid key
                           add 1 to qtd-premios-novos
                           add prem-valor to total-premios-novos
                   end-write
           end-evaluate
           .
       inclui-premio-controle-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------meses-contabil-----
       carrega-meses-contabil section.
      *>ultimo evento de cada mes no controle contabil (sem o arquivo nenhum mes
      *>foi exportado); sem conseguir ler o controle a rodada nao prossegue
           move 0 to qtd-meses-contabil
           open input contabil-ctrl-file
           if st-contabil-ctrl = "35"
               continue
           else
               if st-contabil-ctrl <> "00"
                   display "Erro ao abrir CONTABIL-CTRL.DAT (status " st-contabil-ctrl ")"
                   move 8 to return-code
                   stop run
               end-if
               move "N" to eof-contabil-ctrl
               perform until fim-contabil-ctrl
                   read contabil-ctrl-file
                       at end
                           move "S" to eof-contabil-ctrl
                   end-read
                   if not fim-contabil-ctrl
                       move ctrl-mes to mes-procurado
                       move 0 to pos-mes
                       perform varying ind-mes from 1 by 1
                               until ind-mes > qtd-meses-contabil or pos-mes > 0
                           if tab-mes-contabil(ind-mes) = mes-procurado
                               move ind-mes to pos-mes
                           end-if
                       end-perform
                       if pos-mes = 0 and qtd-meses-contabil < 600
                           add 1 to qtd-meses-contabil
                           move qtd-meses-contabil to pos-mes
                           move mes-procurado to tab-mes-contabil(pos-mes)
                       end-if
                       if pos-mes > 0
                           move ctrl-evento to tab-evento-contabil(pos-mes)
                       end-if
                   end-if
               end-perform
               close contabil-ctrl-file
           end-if
           .
       carrega-meses-contabil-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------consulta-mes-------
       consulta-mes-contabil section.
      *>situacao de mes-procurado no controle contabil (brancos = nao exportado)
           move spaces to situacao-mes-procurado
           perform varying ind-mes from 1 by 1 until ind-mes > qtd-meses-contabil
               if tab-mes-contabil(ind-mes) = mes-procurado
                   move tab-evento-contabil(ind-mes) to situacao-mes-procurado
               end-if
           end-perform
           .
       consulta-mes-contabil-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------revisa-pendentes---
       revisa-premios-pendentes section.
      *>premio pendente com a data limite vencida prescreve; o que vence nos
      *>proximos dias entra no aviso em vermelho
           display " "
           display "Premios pendentes que prescrevem nos proximos " dias-aviso " dias:"
           display "----------------------------------------------------"

           move low-values to prem-chave
           start premios-controle-file key >= prem-chave
               invalid key
                   move "S" to eof-premios-controle
               not invalid key
                   move "N" to eof-premios-controle
           end-start
           perform until fim-premios-controle
               read premios-controle-file next record
                   at end
                       move "S" to eof-premios-controle
               end-read
               if not fim-premios-controle and prem-pendente
                   compute dia-limite = function integer-of-date(prem-data-limite)
                   compute dias-restantes = dia-limite - dia-hoje
                   move prem-data-limite(1:6) to mes-procurado
                   perform consulta-mes-contabil
                   evaluate true
      *>a perda cairia num mes ja exportado e nunca chegaria ao ERP: fica pendente
                       when dias-restantes < 0 and mes-procurado-exportado
                           add 1 to qtd-prescricoes-retidas
                           add prem-valor to total-prescricoes-retidas
                           move prem-valor to valor-edit
                           display "Retido: prescricao do comprovante " prem-comprovante
                               " concurso " prem-concurso " R$ " valor-edit " - mes "
                               mes-procurado " ja exportado para o ERP"
                       when dias-restantes < 0
                           move "PRESCRITO" to prem-situacao
                           rewrite premio-controle-reg
                               invalid key
                                   display "Erro ao regravar premio do comprovante "
                                       prem-comprovante " (status " st-premios-controle ")"
                           end-rewrite
                           add 1 to qtd-premios-prescritos
                           add prem-valor to total-premios-prescritos
                           perform exibe-premio-prescrito
                       when other
                           add 1 to qtd-premios-pendentes
                           add prem-valor to total-premios-pendentes
                           if dias-restantes <= dias-aviso
                               add 1 to qtd-premios-a-vencer
                               add prem-valor to total-premios-a-vencer
                               perform exibe-premio-a-vencer
                           end-if
                   end-evaluate
               end-if
           end-perform

           if qtd-premios-a-vencer = 0
               display "Nenhum premio pendente perto da prescricao"
           end-if
           .
       revisa-premios-pendentes-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------exibe-a-vencer-----
       exibe-premio-a-vencer section.
      *>linha do aviso em vermelho; o "***" marca a linha tambem quando a saida
      *>vai para arquivo ou impressora
           move prem-data-limite to data-conv
           perform formata-data
           move prem-valor to valor-edit
           move dias-restantes to dias-edit
           display cor-vermelha "*** " game-nome(prem-jogo) " concurso " prem-concurso
               " cartela " prem-nome-cartela " comprovante " prem-comprovante
           display "    " prem-acertos " acertos  R$ " valor-edit "  prescreve em "
               data-edit " (" dias-edit " dias)  bolao " prem-bolao cor-normal
           .
       exibe-premio-a-vencer-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------exibe-prescrito----
       exibe-premio-prescrito section.
      *>premio que prescreveu sem resgate, informado na rodada em que prescreve
           move prem-data-limite to data-conv
           perform formata-data
           move prem-valor to valor-edit
           display "PRESCRITO: " game-nome(prem-jogo) " concurso " prem-concurso
               " cartela " prem-nome-cartela " R$ " valor-edit " (limite " data-edit ")"
           .
       exibe-premio-prescrito-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------formata-data-------
       formata-data section.
      *>data-conv (AAAAMMDD) para DD/MM/AAAA em data-edit
           move spaces to data-edit
           string data-conv(7:2) delimited by size
                  "/" delimited by size
                  data-conv(5:2) delimited by size
                  "/" delimited by size
                  data-conv(1:4) delimited by size
               into data-edit
           end-string
           .
       formata-data-exit.
           exit.
      *>----------------------------------------------------------------

      *>resumo do controle de premios
       finaliza section.

           close premios-controle-file
           if apostas-aberto
               close apostas-file
           end-if

           display "----------------------------------------------------"
           move total-premios-novos to valor-edit
           display "Premios novos no controle:         " qtd-premios-novos
               "  total R$ " valor-edit
           move total-premios-prescritos to valor-edit
           display "Premios prescritos nesta rodada:   " qtd-premios-prescritos
               "  total R$ " valor-edit
           move total-premios-pendentes to valor-edit
           display "Premios pendentes de resgate:      " qtd-premios-pendentes
               "  total R$ " valor-edit
           move total-premios-a-vencer to valor-edit
           display "Pendentes a vencer em " dias-aviso " dias:       " qtd-premios-a-vencer
               "  total R$ " valor-edit
           if qtd-datas-invalidas > 0
               display "Premios nao carregados (data invalida): " qtd-datas-invalidas
           end-if
           if qtd-premios-retidos > 0 or qtd-prescricoes-retidas > 0
               move total-premios-retidos to valor-edit
               display "Premios retidos (mes exportado):   " qtd-premios-retidos
                   "  total R$ " valor-edit
               move total-prescricoes-retidas to valor-edit
               display "Prescricoes retidas (mes exportado): " qtd-prescricoes-retidas
                   "  total R$ " valor-edit
               display "Peca a um SUPERVISOR o estorno da exportacao do mes no"
                   " InterfaceContabil; os retidos entram na rodada seguinte"
               move 4 to return-code
           end-if
           display "===================================================="

           stop run
           .
       finaliza-exit.
           exit.

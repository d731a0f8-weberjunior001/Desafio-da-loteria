      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "ResgatePremios".
       Author. "Anderson Weber Junior".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Manutencao do controle de premios a resgatar (PREMIOS-CONTROLE.DAT):
      *>lista os premios com a sua situacao e registra o resgate de um premio
      *>pendente -- data, valor efetivamente recebido e local onde foi
      *>resgatado; a data do resgate tem de estar entre o concurso e a data
      *>limite do premio (o resgate feito no prazo pode ser registrado depois
      *>dela, enquanto o ControlePremios nao prescreveu o premio) e fora de mes
      *>ja exportado para o ERP pelo InterfaceContabil (CONTABIL-CTRL.DAT), que
      *>so volta a aceitar lancamentos depois do estorno por um SUPERVISOR; a
      *>carga dos premios e a prescricao sao feitas pelo ControlePremios na
      *>janela noturna; o perfil CONSULTA so lista

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

      *>controle das exportacoes contabeis, consultado antes de aceitar a data do resgate
           select contabil-ctrl-file assign to "CONTABIL-CTRL.DAT"
               organization is line sequential
               file status is st-contabil-ctrl.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>mesmo layout de premio-controle-reg gravado pelo ControlePremios
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

      *>----Area de comunicacao com o LoginOperador (operador identificado e perfil)
           copy "LOGIN.CPY".

      *>----Regras do jogo selecionado (Mega-Sena, Quina, Lotofacil)
           copy "GAMERULES.CPY".

      *>----Variaveis de controle de arquivos
       77  st-premios-controle                     pic x(02).
       77  eof-premios-controle                    pic x(01) value "N".
           88  fim-premios-controle                  value "S".
       77  st-contabil-ctrl                        pic x(02).
       77  eof-contabil-ctrl                       pic x(01) value "N".
           88  fim-contabil-ctrl                     value "S".
       77  situacao-mes-resgate                    pic x(10).

      *>----Variaveis de controle do menu
       77  opcao-menu                              pic x(01).
           88  opcao-listar                          value "L" "l".
           88  opcao-pendentes                       value "P" "p".
           88  opcao-resgatar                        value "R" "r".
           88  opcao-sair                            value "S" "s".
       77  filtro-pendentes                        pic x(01).
           88  so-pendentes                          value "S".

      *>----Campos informados pelo operador
       77  jogo-informado                          pic x(01).
       77  concurso-informado                      pic x(04).
       77  comprovante-informado                   pic x(20).
       77  data-informada                          pic x(08).
       77  valor-informado                         pic x(18).
       77  local-informado                         pic x(30).
       77  confirma-resgate                        pic x(01).
           88  resgate-confirmado                    value "S" "s".
       77  resgate-valido                          pic x(01).
           88  dados-resgate-validos                 value "S".

      *>----Datas de trabalho
       77  data-hoje                               pic 9(08).
       77  data-resgate-informada                  pic 9(08).
       77  data-conv                               pic 9(08).
       77  data-edit                               pic x(10).
       77  data-limite-edit                        pic x(10).

      *>----Totais da listagem
       77  qtd-listados                            pic 9(05).
       77  total-listado                           pic 9(11)v99.
       77  valor-edit                              pic Z(10)9,99.
       77  valor-recebido-edit                     pic Z(10)9,99.

      *>----Conversao de campo texto em valor monetario: aceita digitos, ponto
      *>----de milhar e virgula de centavos (mesma rotina do ImportaPremios)
       77  campo-valor-conv                        pic x(18).
       77  valor-monetario-conv                    pic 9(11)v99.
       77  parte-inteira-conv                      pic 9(11).
       77  parte-centavos-conv                     pic 9(02).
       77  qtd-centavos-conv                       pic 9(02).
       77  achou-virgula-conv                      pic x(01).
       77  conversao-valor                         pic x(01).
           88  conversao-ok                          value "S".
       77  char-conv                               pic x(01).
       77  ind-valor                               pic 9(02).
       77  ind-digito                              pic 9(02).
       77  ind1                                    pic 9(02).
       01  digitos-validos                         pic x(10) value "0123456789".

      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>Inicilizacao: abertura do controle de premios
       inicializa section.

      *>identificacao do operador antes de qualquer acesso aos arquivos
           move "ResgatePremios" to login-programa
           move "CONSULTA" to login-perfil-exigido
           call "LoginOperador" using area-login
           if not login-aceito
               move 8 to return-code
               stop run
           end-if

           accept data-hoje from date yyyymmdd

           open i-o premios-controle-file
           if st-premios-controle <> "00"
               display "PREMIOS-CONTROLE.DAT nao encontrado ou indisponivel (status "
                   st-premios-controle "); a carga e feita pelo ControlePremios"
               stop run
           end-if
           .
       inicializa-exit.
           exit.

      *>laco principal do menu de resgate
       processamento section.

           move space to opcao-menu
           perform until opcao-sair
               display " "
               display "=============================================="
               display "Resgate de premios (PREMIOS-CONTROLE.DAT)"
               display "=============================================="
               display "(L)istar todos  (P)endentes  (R)egistrar resgate  (S)air"
               accept opcao-menu

               evaluate true
                   when opcao-listar
                       move "N" to filtro-pendentes
                       perform lista-premios
                   when opcao-pendentes
                       move "S" to filtro-pendentes
                       perform lista-premios
                   when opcao-resgatar
                       if login-perfil-consulta
                           display "Registrar resgates nao e permitido ao perfil CONSULTA"
                       else
                           perform registra-resgate
                       end-if
                   when opcao-sair
                       continue
                   when other
                       display "Opcao invalida, tente novamente"
               end-evaluate
           end-perform
           .
       processamento-exit.
           exit.

      *>--------------------------------------------lista-premios------
       lista-premios section.
      *>lista os premios do controle na ordem de jogo, concurso e comprovante
           move 0 to qtd-listados
           move 0 to total-listado
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
               if not fim-premios-controle
                   if prem-pendente or not so-pendentes
                       add 1 to qtd-listados
                       add prem-valor to total-listado
                       perform exibe-premio
                   end-if
               end-if
           end-perform

           display "----------------------------------------------"
           move total-listado to valor-edit
           display "Premios listados: " qtd-listados "  total R$ " valor-edit
           .
       lista-premios-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------exibe-premio-------
       exibe-premio section.
      *>linhas de um premio do controle com a situacao do resgate
           move prem-data-limite to data-conv
           perform formata-data
           move data-edit to data-limite-edit
           move prem-valor to valor-edit
           display game-nome(prem-jogo) " concurso " prem-concurso
               " comprovante " prem-comprovante " cartela " prem-nome-cartela
           display "    " prem-acertos " acertos  R$ " valor-edit "  limite "
               data-limite-edit "  " prem-situacao "  bolao " prem-bolao
           if prem-resgatado
               move prem-data-resgate to data-conv
               perform formata-data
               move prem-valor-recebido to valor-recebido-edit
               display "    resgatado em " data-edit " R$ " valor-recebido-edit
                   " em " prem-local-resgate
           end-if
           .
       exibe-premio-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------registra-resgate---
       registra-resgate section.
      *>localiza o premio pela chave (jogo, concurso, comprovante) e registra o
      *>resgate; so premio pendente e dentro do prazo pode ser resgatado
           move "S" to resgate-valido

           display "Jogo (1=Mega-Sena 2=Quina 3=Lotofacil):"
           accept jogo-informado
           if jogo-informado < "1" or jogo-informado > "3"
               display "Jogo invalido"
               move "N" to resgate-valido
           end-if

           if dados-resgate-validos
               display "Concurso:"
               move spaces to concurso-informado
               accept concurso-informado
               if concurso-informado is not numeric
                   display "Concurso invalido (informe 4 digitos)"
                   move "N" to resgate-valido
               end-if
           end-if

           if dados-resgate-validos
               display "Comprovante da aposta:"
               accept comprovante-informado
               move jogo-informado to prem-jogo
               move concurso-informado to prem-concurso
               move comprovante-informado to prem-comprovante
               read premios-controle-file
                   invalid key
                       display "Premio nao encontrado no controle"
                       move "N" to resgate-valido
               end-read
           end-if

           if dados-resgate-validos
               perform exibe-premio
               evaluate true
                   when prem-resgatado
                       display "Premio ja resgatado"
                       move "N" to resgate-valido
                   when prem-prescrito
                       display "Premio prescrito, nao pode mais ser resgatado"
                       move "N" to resgate-valido
               end-evaluate
           end-if

           if dados-resgate-validos
               perform informa-dados-resgate
           end-if

           if dados-resgate-validos
               move valor-monetario-conv to valor-recebido-edit
               display "Confirma o resgate de R$ " valor-recebido-edit " em "
                   local-informado "? (S/N)"
               accept confirma-resgate
               if resgate-confirmado
                   move "RESGATADO" to prem-situacao
                   move data-resgate-informada to prem-data-resgate
                   move valor-monetario-conv to prem-valor-recebido
                   move local-informado to prem-local-resgate
                   rewrite premio-controle-reg
                       invalid key
                           display "Erro ao regravar o premio (status " st-premios-controle ")"
                       not invalid key
                           display "Resgate registrado"
                   end-rewrite
               else
                   display "Resgate cancelado"
               end-if
           end-if
           .
       registra-resgate-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------informa-resgate----
       informa-dados-resgate section.
      *>data do resgate (entre o concurso e a data limite), valor recebido e local
           display "Data do resgate (DDMMAAAA, em branco = hoje):"
           move spaces to data-informada
           accept data-informada
           if data-informada = spaces
               move data-hoje to data-resgate-informada
           else
               move 0 to data-resgate-informada
               if data-informada is numeric
                   move data-informada(5:4) to data-resgate-informada(1:4)
                   move data-informada(3:2) to data-resgate-informada(5:2)
                   move data-informada(1:2) to data-resgate-informada(7:2)
                   if function test-date-yyyymmdd(data-resgate-informada) <> 0
                       move 0 to data-resgate-informada
                   end-if
               end-if
           end-if
           if data-resgate-informada = 0
               display "Data '" data-informada "' invalida"
               move "N" to resgate-valido
           else
               if data-resgate-informada < prem-data-concurso
                       or data-resgate-informada > prem-data-limite
                       or data-resgate-informada > data-hoje
                   display "Data do resgate fora do periodo entre o concurso e a data limite"
                   move "N" to resgate-valido
               end-if
           end-if

      *>o mes ja exportado nao receberia a baixa deste resgate no ERP
           if dados-resgate-validos
               perform verifica-mes-exportado
           end-if

      *>o valor recebido pode diferir do conferido (premio real x tabela)
           if dados-resgate-validos
               display "Valor recebido (em branco = valor do premio):"
               move spaces to valor-informado
               accept valor-informado
               if valor-informado = spaces
                   move prem-valor to valor-monetario-conv
               else
                   move valor-informado to campo-valor-conv
                   perform converte-campo-valor
                   if not conversao-ok
                       display "Valor '" valor-informado "' invalido"
                       move "N" to resgate-valido
                   end-if
               end-if
           end-if

           if dados-resgate-validos
               display "Local do resgate (loterica, agencia):"
               move spaces to local-informado
               accept local-informado
               if local-informado = spaces
                   display "Informe onde o premio foi resgatado"
                   move "N" to resgate-valido
               end-if
           end-if
           .
       informa-dados-resgate-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------mes-exportado------
       verifica-mes-exportado section.
      *>mes da data do resgate ja exportado para o ERP: vale o ultimo evento do
      *>mes no controle (EXPORTADO, ou ESTORNADO depois do estorno)
           move spaces to situacao-mes-resgate
           open input contabil-ctrl-file
           if st-contabil-ctrl = "35"
               continue
           else
               if st-contabil-ctrl <> "00"
                   display "Erro ao abrir CONTABIL-CTRL.DAT (status " st-contabil-ctrl
                       "), a data do resgate nao pode ser conferida"
                   move "N" to resgate-valido
               else
                   move "N" to eof-contabil-ctrl
                   perform until fim-contabil-ctrl
                       read contabil-ctrl-file
                           at end
                               move "S" to eof-contabil-ctrl
                       end-read
                       if not fim-contabil-ctrl
                               and ctrl-mes = data-resgate-informada(1:6)
                           move ctrl-evento to situacao-mes-resgate
                       end-if
                   end-perform
                   close contabil-ctrl-file
                   if situacao-mes-resgate = "EXPORTADO"
                       display "O mes " data-resgate-informada(5:2) "/"
                           data-resgate-informada(1:4) " ja foi exportado para o ERP;"
                       display "peca a um SUPERVISOR o estorno da exportacao do mes"
                           " no InterfaceContabil antes de registrar este resgate"
                       move "N" to resgate-valido
                   end-if
               end-if
           end-if
           .
       verifica-mes-exportado-exit.
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

      *>--------------------------------------------converte-valor-----
       converte-campo-valor section.
      *>converte um campo texto em valor monetario: digitos com ponto de milhar
      *>(ignorado) e virgula separando os centavos (ex.: 1.234,50)
           move "S" to conversao-valor
           move 0 to parte-inteira-conv
           move 0 to parte-centavos-conv
           move 0 to qtd-centavos-conv
           move "N" to achou-virgula-conv

           perform varying ind-valor from 1 by 1 until ind-valor > 18
                   or conversao-valor = "X"
               move campo-valor-conv(ind-valor:1) to char-conv
               evaluate true
                   when char-conv = space or char-conv = "."
                       continue
                   when char-conv = ","
                       if achou-virgula-conv = "S"
                           move "X" to conversao-valor
                       else
                           move "S" to achou-virgula-conv
                       end-if
                   when other
                       move 0 to ind-digito
                       perform varying ind1 from 1 by 1 until ind1 > 10 or ind-digito > 0
                           if char-conv = digitos-validos(ind1:1)
                               move ind1 to ind-digito
                           end-if
                       end-perform
                       if ind-digito = 0
                           move "X" to conversao-valor
                       else
                           if achou-virgula-conv = "S"
                               if qtd-centavos-conv < 2
                                   compute parte-centavos-conv =
                                       parte-centavos-conv * 10 + ind-digito - 1
                                   add 1 to qtd-centavos-conv
                               end-if
                           else
                               compute parte-inteira-conv =
                                   parte-inteira-conv * 10 + ind-digito - 1
                           end-if
                       end-if
               end-evaluate
           end-perform

      *>um unico digito depois da virgula vale como dezena de centavos (ex.: 12,5)
           if achou-virgula-conv = "S" and qtd-centavos-conv = 1
               multiply 10 by parte-centavos-conv
           end-if

           if conversao-valor = "X"
               move "N" to conversao-valor
               move 0 to valor-monetario-conv
           else
               move "S" to conversao-valor
               compute valor-monetario-conv = parte-inteira-conv
                   + parte-centavos-conv / 100
           end-if
           .
       converte-campo-valor-exit.
           exit.
      *>----------------------------------------------------------------

      *>encerramento do programa
       finaliza section.

           close premios-controle-file
           stop run
           .
       finaliza-exit.
           exit.

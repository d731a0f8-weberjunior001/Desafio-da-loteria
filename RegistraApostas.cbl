      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "RegistraApostas".
       Author. "Anderson Weber Junior".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Registro das apostas efetivamente feitas na loterica (APOSTAS.DAT,
      *>indexado pelo numero do comprovante): para cada volante registrado
      *>guarda a cartela salva que foi jogada, o jogo, o primeiro concurso, a
      *>quantidade de concursos consecutivos da teimosinha, o valor pago e o
      *>numero do comprovante, alem do bolao a que a aposta pertence (em
      *>branco = aposta avulsa, fora de bolao); o Conferidor confere, em cada
      *>concurso, apenas as cartelas que tem aposta registrada cobrindo aquele
      *>concurso e marca aqui, concurso a concurso, o que ja foi conferido; o
      *>LancaBolao lanca o custo das apostas de bolao na conta corrente; o perfil
      *>CONSULTA so lista e consulta, e excluir aposta e so do SUPERVISOR e
      *>so enquanto a aposta nao foi conferida, lancada na conta do bolao nem
      *>exportada para o ERP

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.

      *>arquivo de apostas registradas, lido e atualizado pelo Conferidor
           select apostas-file assign to "APOSTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is aposta-comprovante
               file status is st-apostas.

      *>mesmo arquivo de cartelas salvas usado pelo simulador (Program1)
           select cartelas-file assign to "CARTELAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is nome-cartela-salva
               file status is st-cartelas.

      *>participantes e cotas de cada bolao, cadastrados pelo simulador (Program1)
           select bolao-file assign to "BOLAO.DAT"
               organization is line sequential
               file status is st-bolao.

      *>conta corrente dos boloes, consultada antes de excluir uma aposta
           select conta-bolao-file assign to "BOLAO-CONTA.DAT"
               organization is line sequential
               file status is st-conta-bolao.

      *>controle das exportacoes contabeis, consultado antes de excluir uma aposta
           select contabil-ctrl-file assign to "CONTABIL-CTRL.DAT"
               organization is line sequential
               file status is st-contabil-ctrl.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>aposta registrada: a teimosinha cobre os concursos de concurso-inicial
      *>ate concurso-inicial + qtd-concursos - 1 (ate 24 concursos), e cada
      *>posicao de aposta-conferido corresponde a um deles (C = ja conferido)
       fd  apostas-file.
       01  aposta-reg.
           05  aposta-comprovante                      pic x(20).
           05  aposta-nome-cartela                     pic x(12).
           05  aposta-jogo                             pic 9(01).
           05  aposta-concurso-inicial                 pic 9(04).
           05  aposta-qtd-concursos                    pic 9(02).
           05  aposta-valor-pago                       pic 9(09)v99.
      *>data do registro da aposta (AAAAMMDD)
           05  aposta-data-registro                    pic x(08).
           05  aposta-conferido                        pic x(01) occurs 24.
      *>bolao dono da aposta (brancos = aposta avulsa)
           05  aposta-bolao                            pic x(12).

      *>mesmo layout de cartela-salva-reg gravado pelo simulador (Program1)
       fd  cartelas-file.
       01  cartela-salva-reg.
           05  nome-cartela-salva                      pic x(12).
           05  qnt-numero-salva                        pic 9(02).
           05  numero-salva                            pic 9(02) occurs 20.

      *>mesmo layout de bolao-reg gravado pelo simulador (Program1)
       fd  bolao-file.
       01  bolao-reg.
           05  nome-bolao                              pic x(12).
           05  nome-participante                       pic x(20).
           05  cotas-participante                      pic 9(03).

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

      *>----Tabela de custo da aposta e premios simulados (Caixa)
           copy "PRECOS.CPY".

      *>----Variaveis de controle de arquivos
       77  st-apostas                              pic x(02).
       77  st-cartelas                             pic x(02).
       77  st-bolao                                pic x(02).
       77  eof-bolao                               pic x(01) value "N".
           88  fim-bolao                             value "S".
       77  eof-apostas                             pic x(01) value "N".
           88  fim-apostas                           value "S".
       77  st-conta-bolao                          pic x(02).
       77  st-contabil-ctrl                        pic x(02).
       77  eof-consulta-exclusao                   pic x(01) value "N".
           88  fim-consulta-exclusao                 value "S".

      *>----Variaveis de controle do menu de apostas
       77  opcao-menu                              pic x(01).
           88  opcao-incluir                         value "I" "i".
           88  opcao-listar                          value "L" "l".
           88  opcao-consultar                       value "C" "c".
           88  opcao-excluir                         value "E" "e".
           88  opcao-sair                            value "S" "s".

      *>----Campos informados pelo operador na inclusao
       77  comprovante-informado                   pic x(20).
       77  nome-cartela-informado                  pic x(12).
       77  concurso-informado                      pic 9(04).
       77  qtd-concursos-informada                 pic 9(02).
       77  valor-informado                         pic x(18).
       77  bolao-informado                         pic x(12).
       77  bolao-cadastrado                        pic x(01).
       77  confirma-aposta                         pic x(01).
           88  aposta-confirmada                     value "S" "s".
       77  aposta-valida                           pic x(01).
           88  dados-aposta-validos                  value "S".
       77  cartela-compativel                      pic x(01).

      *>----Valores calculados da aposta
       77  concurso-final-aposta                   pic 9(05).
       77  custo-esperado                          pic 9(09)v99.
       77  valor-edit                              pic Z(08)9,99.
       77  qtd-conferidos-aposta                   pic 9(02).
      *>----Motivo que impede a exclusao da aposta (brancos = pode excluir)
       77  motivo-exclusao                         pic x(60).
       77  situacao-mes-aposta                     pic x(10).
       77  data-registro-hoje                      pic 9(08).
       77  ind1                                    pic 9(02).
       77  qtd-listadas                            pic 9(05).

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

      *>Inicilizacao: abertura do arquivo de apostas (cria se nao existir) e das cartelas
       inicializa section.

      *>identificacao do operador antes de qualquer acesso aos arquivos
           move "RegistraApostas" to login-programa
           move "CONSULTA" to login-perfil-exigido
           call "LoginOperador" using area-login
           if not login-aceito
               move 8 to return-code
               stop run
           end-if

           open i-o apostas-file
      *>so cria um arquivo novo quando ele realmente nao existe (status 35)
           if st-apostas = "35"
               open output apostas-file
               if st-apostas = "00"
                   close apostas-file
                   open i-o apostas-file
               end-if
           end-if
           if st-apostas <> "00"
               display "Erro ao abrir APOSTAS.DAT (status " st-apostas ")"
               stop run
           end-if

      *>toda aposta registrada aponta para uma cartela salva: sem o arquivo de
      *>cartelas nao ha o que registrar
           open input cartelas-file
           if st-cartelas <> "00"
               display "CARTELAS.DAT nao encontrado ou indisponivel (status " st-cartelas ")"
               close apostas-file
               stop run
           end-if
           .
       inicializa-exit.
           exit.

      *>laco principal do menu de apostas
       processamento section.

           move space to opcao-menu
           perform until opcao-sair
               display " "
               display "=============================================="
               display "Registro de apostas feitas (APOSTAS.DAT)"
               display "=============================================="
               display "(I)ncluir  (L)istar todas  (C)onsultar  (E)xcluir  (S)air"
               accept opcao-menu

               evaluate true
                   when opcao-incluir
                       if login-perfil-consulta
                           display "Incluir apostas nao e permitido ao perfil CONSULTA"
                       else
                           perform inclui-aposta
                       end-if
                   when opcao-listar
                       perform lista-apostas
                   when opcao-consultar
                       perform consulta-aposta
                   when opcao-excluir
                       if login-perfil-supervisor
                           perform exclui-aposta
                       else
                           display "Excluir apostas e restrito ao perfil SUPERVISOR"
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

      *>--------------------------------------------inclui-aposta------
       inclui-aposta section.
      *>le e critica os dados do volante; o comprovante e a chave e nao pode repetir
           move "S" to aposta-valida

           display "Numero do comprovante da aposta:"
           accept comprovante-informado
           if comprovante-informado = spaces
               display "Comprovante nao informado, inclusao cancelada"
               move "N" to aposta-valida
           else
               move comprovante-informado to aposta-comprovante
               read apostas-file
                   invalid key
                       continue
                   not invalid key
                       display "Ja existe aposta registrada com o comprovante '"
                           comprovante-informado "'"
                       move "N" to aposta-valida
               end-read
           end-if

      *>a cartela apostada tem que estar salva em CARTELAS.DAT
           if dados-aposta-validos
               display "Nome da cartela salva que foi apostada:"
               accept nome-cartela-informado
               move nome-cartela-informado to nome-cartela-salva
               read cartelas-file
                   invalid key
                       display "Cartela '" nome-cartela-informado "' nao encontrada em CARTELAS.DAT"
                       move "N" to aposta-valida
               end-read
           end-if

           if dados-aposta-validos
               move 0 to game-selecionado
               perform until game-mega-sena or game-quina or game-lotofacil
                   display "Jogo da aposta: (1) Mega-Sena (2) Quina (3) Lotofacil"
                   accept game-selecionado
               end-perform
               perform verifica-cartela-jogo
               if cartela-compativel = "N"
                   display "Cartela '" nome-cartela-informado "' nao serve para a "
                       game-nome(game-selecionado) " (quantidade ou dezenas fora da faixa)"
                   move "N" to aposta-valida
               end-if
           end-if

      *>primeiro concurso e quantidade de concursos consecutivos (teimosinha)
           if dados-aposta-validos
               move 0 to concurso-informado
               perform until concurso-informado > 0
                   display "Primeiro concurso da aposta (1 a 9999):"
                   accept concurso-informado
               end-perform
               move 0 to qtd-concursos-informada
               perform until qtd-concursos-informada >= 1 and qtd-concursos-informada <= 24
                   display "Quantidade de concursos consecutivos (1 = aposta simples, teimosinha ate 24):"
                   accept qtd-concursos-informada
               end-perform
               compute concurso-final-aposta = concurso-informado + qtd-concursos-informada - 1
               if concurso-final-aposta > 9999
                   display "A teimosinha passaria do concurso 9999, inclusao cancelada"
                   move "N" to aposta-valida
               end-if
           end-if

      *>bolao da aposta: precisa estar cadastrado em BOLAO.DAT, pois o custo e
      *>os premios da aposta sao rateados entre os seus participantes
           if dados-aposta-validos
               display "Bolao da aposta (em branco = aposta avulsa):"
               move spaces to bolao-informado
               accept bolao-informado
               if bolao-informado <> spaces
                   perform verifica-bolao-cadastrado
                   if bolao-cadastrado = "N"
                       display "Bolao '" bolao-informado "' nao cadastrado em BOLAO.DAT, inclusao cancelada"
                       move "N" to aposta-valida
                   end-if
               end-if
           end-if

      *>valor pago: em branco assume o custo da tabela PRECOS para a cartela
           if dados-aposta-validos
               compute custo-esperado =
                   custo-aposta(game-selecionado, qnt-numero-salva) * qtd-concursos-informada
               move custo-esperado to valor-edit
               display "Valor pago (em branco = R$ " valor-edit " pela tabela):"
               move spaces to valor-informado
               accept valor-informado
               if valor-informado = spaces
                   move custo-esperado to valor-monetario-conv
               else
                   move valor-informado to campo-valor-conv
                   perform converte-campo-valor
                   if not conversao-ok or valor-monetario-conv = 0
                           or valor-monetario-conv > 999999999,99
                       display "Valor pago '" valor-informado "' invalido, inclusao cancelada"
                       move "N" to aposta-valida
                   end-if
               end-if
           end-if

           if dados-aposta-validos
               move valor-monetario-conv to valor-edit
               display "----------------------------------------------"
               display "Comprovante: " comprovante-informado
               display "Cartela:     " nome-cartela-informado " (" qnt-numero-salva " numeros)"
               display "Jogo:        " game-nome(game-selecionado)
               display "Concursos:   " concurso-informado " a " concurso-final-aposta
                   " (" qtd-concursos-informada " concurso(s))"
               display "Valor pago:  R$ " valor-edit
               if bolao-informado = spaces
                   display "Bolao:       (aposta avulsa)"
               else
                   display "Bolao:       " bolao-informado
               end-if
               display "Confirma o registro da aposta? (S/N)"
               accept confirma-aposta
               if aposta-confirmada
                   perform grava-aposta
               else
                   display "Inclusao cancelada"
               end-if
           end-if
           .
       inclui-aposta-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------verifica-cartela---
       verifica-cartela-jogo section.
      *>mesmas criticas do Conferidor: quantidade na faixa de aposta do jogo e
      *>todas as dezenas dentro da faixa de numeros
           move "S" to cartela-compativel
           if qnt-numero-salva < game-min-aposta(game-selecionado)
                   or qnt-numero-salva > game-max-aposta(game-selecionado)
               move "N" to cartela-compativel
           else
               perform varying ind1 from 1 by 1 until ind1 > qnt-numero-salva
                   if numero-salva(ind1) < 1
                           or numero-salva(ind1) > game-faixa-numeros(game-selecionado)
                       move "N" to cartela-compativel
                   end-if
               end-perform
           end-if
           .
       verifica-cartela-jogo-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------verifica-bolao-----
       verifica-bolao-cadastrado section.
      *>o bolao informado tem ao menos um participante em BOLAO.DAT?
           move "N" to bolao-cadastrado
           open input bolao-file
           if st-bolao = "00"
               move "N" to eof-bolao
               perform until fim-bolao or bolao-cadastrado = "S"
                   read bolao-file
                       at end
                           move "S" to eof-bolao
                   end-read
                   if not fim-bolao and nome-bolao = bolao-informado
                       move "S" to bolao-cadastrado
                   end-if
               end-perform
               close bolao-file
           end-if
           .
       verifica-bolao-cadastrado-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------grava-aposta-------
       grava-aposta section.
      *>grava a aposta com todos os concursos ainda por conferir
           accept data-registro-hoje from date yyyymmdd

           move comprovante-informado to aposta-comprovante
           move nome-cartela-informado to aposta-nome-cartela
           move game-selecionado to aposta-jogo
           move concurso-informado to aposta-concurso-inicial
           move qtd-concursos-informada to aposta-qtd-concursos
           move valor-monetario-conv to aposta-valor-pago
           move data-registro-hoje to aposta-data-registro
           move bolao-informado to aposta-bolao
           perform varying ind1 from 1 by 1 until ind1 > 24
               move space to aposta-conferido(ind1)
           end-perform

           write aposta-reg
               invalid key
                   display "Erro ao gravar a aposta (status " st-apostas ")"
               not invalid key
                   display "Aposta '" comprovante-informado "' registrada"
           end-write
           .
       grava-aposta-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------lista-apostas------
       lista-apostas section.
      *>varre o arquivo indexado em ordem de comprovante
           move 0 to qtd-listadas
           move low-values to aposta-comprovante
           start apostas-file key >= aposta-comprovante
               invalid key
                   display "Nenhuma aposta registrada ainda"
               not invalid key
                   move "N" to eof-apostas
                   perform until fim-apostas
                       read apostas-file next record
                           at end
                               move "S" to eof-apostas
                       end-read
                       if not fim-apostas
                           add 1 to qtd-listadas
                           perform exibe-linha-aposta
                       end-if
                   end-perform
                   display "Total de apostas registradas: " qtd-listadas
           end-start
           .
       lista-apostas-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------exibe-linha-------
       exibe-linha-aposta section.
      *>uma linha por aposta: comprovante, cartela, jogo, concursos e conferencia
           perform conta-concursos-conferidos
           compute concurso-final-aposta =
               aposta-concurso-inicial + aposta-qtd-concursos - 1
           move aposta-valor-pago to valor-edit
           display aposta-comprovante " " aposta-nome-cartela " "
               game-nome(aposta-jogo) " " aposta-concurso-inicial "-"
               concurso-final-aposta(2:4) " R$" valor-edit " conferidos "
               qtd-conferidos-aposta "/" aposta-qtd-concursos " " aposta-bolao
           .
       exibe-linha-aposta-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------conta-conferidos---
       conta-concursos-conferidos section.
      *>quantos concursos da aposta corrente o Conferidor ja marcou
           move 0 to qtd-conferidos-aposta
           perform varying ind1 from 1 by 1 until ind1 > aposta-qtd-concursos or ind1 > 24
               if aposta-conferido(ind1) = "C"
                   add 1 to qtd-conferidos-aposta
               end-if
           end-perform
           .
       conta-concursos-conferidos-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------consulta-aposta----
       consulta-aposta section.
      *>mostra uma aposta com a situacao de cada concurso coberto
           display "Numero do comprovante da aposta:"
           accept comprovante-informado
           move comprovante-informado to aposta-comprovante
           read apostas-file
               invalid key
                   display "Aposta '" comprovante-informado "' nao encontrada"
               not invalid key
                   move aposta-valor-pago to valor-edit
                   display "----------------------------------------------"
                   display "Comprovante:   " aposta-comprovante
                   display "Cartela:       " aposta-nome-cartela
                   display "Jogo:          " game-nome(aposta-jogo)
                   display "Valor pago:    R$ " valor-edit
                   if aposta-bolao = spaces
                       display "Bolao:         (aposta avulsa)"
                   else
                       display "Bolao:         " aposta-bolao
                   end-if
                   display "Registrada em: " aposta-data-registro(7:2) "/"
                       aposta-data-registro(5:2) "/" aposta-data-registro(1:4)
                   perform varying ind1 from 1 by 1 until ind1 > aposta-qtd-concursos
                       compute concurso-final-aposta = aposta-concurso-inicial + ind1 - 1
                       if aposta-conferido(ind1) = "C"
                           display "  concurso " concurso-final-aposta(2:4) ": conferido"
                       else
                           display "  concurso " concurso-final-aposta(2:4) ": a conferir"
                       end-if
                   end-perform
                   display "----------------------------------------------"
           end-read
           .
       consulta-aposta-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------exclui-aposta------
       exclui-aposta section.
      *>exclui uma aposta lancada por engano; nao pode sair do registro a aposta
      *>com concurso ja conferido (resultado gravado em CONFERENCIA.DAT), a de
      *>bolao com custo ja lancado pelo LancaBolao na conta corrente
      *>(BOLAO-CONTA.DAT) nem a registrada num mes ja exportado para o ERP pelo
      *>InterfaceContabil (CONTABIL-CTRL.DAT), porque os lancamentos ja feitos
      *>ficariam sem a aposta de origem
           display "Numero do comprovante da aposta a excluir:"
           accept comprovante-informado
           move comprovante-informado to aposta-comprovante
           read apostas-file
               invalid key
                   display "Aposta '" comprovante-informado "' nao encontrada"
               not invalid key
                   move spaces to motivo-exclusao
                   perform conta-concursos-conferidos
                   if qtd-conferidos-aposta > 0
                       string "ja tem " delimited by size
                              qtd-conferidos-aposta delimited by size
                              " concurso(s) conferido(s)" delimited by size
                           into motivo-exclusao
                   end-if
                   if motivo-exclusao = spaces and aposta-bolao <> spaces
                       perform verifica-custo-lancado
                   end-if
                   if motivo-exclusao = spaces
                       perform verifica-mes-exportado
                   end-if
                   if motivo-exclusao <> spaces
                       display "Aposta '" comprovante-informado "' " motivo-exclusao
                       display "Exclusao recusada"
                   else
                       delete apostas-file
                           invalid key
                               display "Erro ao excluir a aposta (status " st-apostas ")"
                           not invalid key
                               display "Aposta '" comprovante-informado "' excluida"
                       end-delete
                   end-if
           end-read
           .
       exclui-aposta-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------custo-lancado------
       verifica-custo-lancado section.
      *>custo da aposta de bolao ja lancado na conta corrente (tipo A com o
      *>comprovante da aposta); sem como consultar a conta, a exclusao e recusada
           open input conta-bolao-file
           if st-conta-bolao = "35"
               continue
           else
               if st-conta-bolao <> "00"
                   move spaces to motivo-exclusao
                   string "nao pode ser conferida em BOLAO-CONTA.DAT (status "
                              delimited by size
                          st-conta-bolao delimited by size
                          ")" delimited by size
                       into motivo-exclusao
               else
                   move "N" to eof-consulta-exclusao
                   perform until fim-consulta-exclusao
                       read conta-bolao-file
                           at end
                               move "S" to eof-consulta-exclusao
                       end-read
                       if not fim-consulta-exclusao and conta-tipo = "A"
                               and conta-comprovante = aposta-comprovante
                           move "ja tem o custo lancado na conta corrente do bolao"
                               to motivo-exclusao
                           move "S" to eof-consulta-exclusao
                       end-if
                   end-perform
                   close conta-bolao-file
               end-if
           end-if
           .
       verifica-custo-lancado-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------mes-exportado------
       verifica-mes-exportado section.
      *>mes de registro da aposta ja exportado para o ERP: vale o ultimo evento
      *>do mes no controle (EXPORTADO, ou ESTORNADO depois do estorno)
           move spaces to situacao-mes-aposta
           open input contabil-ctrl-file
           if st-contabil-ctrl = "35"
               continue
           else
               if st-contabil-ctrl <> "00"
                   move spaces to motivo-exclusao
                   string "nao pode ser conferida em CONTABIL-CTRL.DAT (status "
                              delimited by size
                          st-contabil-ctrl delimited by size
                          ")" delimited by size
                       into motivo-exclusao
               else
                   move "N" to eof-consulta-exclusao
                   perform until fim-consulta-exclusao
                       read contabil-ctrl-file
                           at end
                               move "S" to eof-consulta-exclusao
                       end-read
                       if not fim-consulta-exclusao
                               and ctrl-mes = aposta-data-registro(1:6)
                           move ctrl-evento to situacao-mes-aposta
                       end-if
                   end-perform
                   close contabil-ctrl-file
                   if situacao-mes-aposta = "EXPORTADO"
                       move spaces to motivo-exclusao
                       string "foi registrada no mes " delimited by size
                              aposta-data-registro(1:6) delimited by size
                              ", ja exportado para o ERP" delimited by size
                           into motivo-exclusao
                   end-if
               end-if
           end-if
           .
       verifica-mes-exportado-exit.
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

      *>fechamento dos arquivos e encerramento do programa
       finaliza section.

           close apostas-file
           close cartelas-file

           stop run
           .
       finaliza-exit.
           exit.

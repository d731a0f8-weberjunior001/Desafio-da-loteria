      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "ContaBolao".
       Author. "Anderson Weber Junior".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Conta corrente dos participantes dos boloes (BOLAO-CONTA.DAT): registra
      *>as contribuicoes pagas por cada participante e os repasses feitos a
      *>ele, imprime o extrato mensal de cada participante de um bolao (saldo
      *>anterior, movimentos do mes e saldo final) e lista os participantes em
      *>atraso (saldo devedor); os custos das apostas e os premios conferidos
      *>sao lancados automaticamente pelo LancaBolao, rateados pelas cotas;
      *>saldo positivo e credito do participante no bolao, negativo e o que
      *>ele ainda deve; o perfil CONSULTA so emite o extrato e a lista de atraso

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

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>mesmo layout de conta-bolao-reg gravado pelo LancaBolao
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
           05  conta-jogo                              pic 9(01).
           05  conta-concurso                          pic 9(04).
           05  conta-comprovante                       pic x(20).
           05  conta-historico                         pic x(30).
           05  conta-data-lancamento                   pic 9(08).

      *>mesmo layout de bolao-reg gravado pelo simulador (Program1)
       fd  bolao-file.
       01  bolao-reg.
           05  nome-bolao                              pic x(12).
           05  nome-participante                       pic x(20).
           05  cotas-participante                      pic 9(03).

      *>----Variaveis de trabalho
       working-storage section.

      *>----Area de comunicacao com o LoginOperador (operador identificado e perfil)
           copy "LOGIN.CPY".

      *>----Variaveis de controle de arquivos
       77  st-conta-bolao                          pic x(02).
       77  st-bolao                                pic x(02).
       77  eof-conta-bolao                         pic x(01) value "N".
           88  fim-conta-bolao                       value "S".
       77  eof-bolao                               pic x(01) value "N".
           88  fim-bolao                             value "S".

      *>----Variaveis de controle do menu
       77  opcao-menu                              pic x(01).
           88  opcao-contribuicao                    value "C" "c".
           88  opcao-repasse                         value "R" "r".
           88  opcao-extrato                         value "E" "e".
           88  opcao-pendencias                      value "P" "p".
           88  opcao-sair                            value "S" "s".

      *>----Boloes com participantes, cotas e saldo (mesmo limite de 30
      *>----participantes por bolao do simulador)
       77  qtd-boloes                              pic 9(03) value 0.
       01  boloes-tabela.
           05  bolao-tab                              occurs 100.
               10  nome-bolao-tab                       pic x(12).
               10  qtd-participantes-tab                pic 9(02).
               10  participante-tab                     occurs 30.
                   15  nome-participante-tab              pic x(20).
                   15  cotas-participante-tab             pic 9(03).
                   15  saldo-participante-tab             pic s9(11)v99.
       77  ind-bolao                               pic 9(03).
       77  ind-part                                pic 9(02).
       77  ind-busca                               pic 9(03).

      *>----Campos informados pelo operador
       77  bolao-informado                         pic x(12).
       77  participante-informado                  pic x(20).
       77  valor-informado                         pic x(18).
       77  data-informada                          pic x(08).
       77  mes-informado                           pic 9(06).
       77  historico-informado                     pic x(30).
       77  confirma-lancamento                     pic x(01).
           88  lancamento-confirmado                 value "S" "s".
       77  tipo-movimento                          pic x(01).
       77  movimento-valido                        pic x(01).
           88  dados-movimento-validos               value "S".
       77  data-valor-movimento                    pic 9(08).
       77  data-hoje                               pic 9(08).

      *>----Extrato e saldos
       77  inicio-mes-extrato                      pic 9(08).
       77  saldo-anterior                          pic s9(11)v99.
       77  saldo-final                             pic s9(11)v99.
       77  total-creditos-mes                      pic 9(11)v99.
       77  total-debitos-mes                       pic 9(11)v99.
       77  qtd-movimentos-mes                      pic 9(05).
       77  qtd-em-atraso                           pic 9(05).
       77  total-em-atraso                         pic 9(11)v99.
       77  saldo-edit                              pic -(11)9,99.
       77  valor-edit                              pic Z(10)9,99.
       77  descricao-tipo                          pic x(12).

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

      *>Inicilizacao: carga dos boloes cadastrados
       inicializa section.

      *>identificacao do operador antes de qualquer acesso aos arquivos
           move "ContaBolao" to login-programa
           move "CONSULTA" to login-perfil-exigido
           call "LoginOperador" using area-login
           if not login-aceito
               move 8 to return-code
               stop run
           end-if

           accept data-hoje from date yyyymmdd
           perform carrega-boloes
           if qtd-boloes = 0
               display "Nenhum bolao cadastrado em BOLAO.DAT (o cadastro e feito no simulador)"
               stop run
           end-if
           .
       inicializa-exit.
           exit.

      *>laco principal do menu da conta corrente
       processamento section.

           move space to opcao-menu
           perform until opcao-sair
               display " "
               display "=============================================="
               display "Conta corrente dos boloes (BOLAO-CONTA.DAT)"
               display "=============================================="
               display "(C)ontribuicao  (R)epasse  (E)xtrato mensal  (P)articipantes em atraso  (S)air"
               accept opcao-menu

               evaluate true
                   when opcao-contribuicao
                       if login-perfil-consulta
                           display "Lancar contribuicoes nao e permitido ao perfil CONSULTA"
                       else
                           move "C" to tipo-movimento
                           perform registra-movimento
                       end-if
                   when opcao-repasse
                       if login-perfil-consulta
                           display "Lancar repasses nao e permitido ao perfil CONSULTA"
                       else
                           move "R" to tipo-movimento
                           perform registra-movimento
                       end-if
                   when opcao-extrato
                       perform emite-extrato-mensal
                   when opcao-pendencias
                       perform lista-participantes-atraso
                   when opcao-sair
                       continue
                   when other
                       display "Opcao invalida, tente novamente"
               end-evaluate
           end-perform
           .
       processamento-exit.
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
           move nome-bolao to bolao-informado
           perform localiza-bolao
           if ind-bolao = 0
               if qtd-boloes >= 100
                   display "Aviso: bolao '" nome-bolao "' ignorado, a tabela comporta 100 boloes"
               else
                   add 1 to qtd-boloes
                   move qtd-boloes to ind-bolao
                   move nome-bolao to nome-bolao-tab(ind-bolao)
                   move 0 to qtd-participantes-tab(ind-bolao)
               end-if
           end-if
           if ind-bolao > 0
               if qtd-participantes-tab(ind-bolao) >= 30
                   display "Aviso: participante " nome-participante " ignorado, o bolao '"
                       nome-bolao "' tem mais de 30 participantes"
               else
                   add 1 to qtd-participantes-tab(ind-bolao)
                   move qtd-participantes-tab(ind-bolao) to ind-part
                   move nome-participante to nome-participante-tab(ind-bolao, ind-part)
                   move cotas-participante to cotas-participante-tab(ind-bolao, ind-part)
                   move 0 to saldo-participante-tab(ind-bolao, ind-part)
               end-if
           end-if
           .
       guarda-participante-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------localiza-bolao-----
       localiza-bolao section.
      *>posicao do bolao-informado na tabela (0 = nao cadastrado)
           move 0 to ind-bolao
           perform varying ind-busca from 1 by 1 until ind-busca > qtd-boloes or ind-bolao > 0
               if nome-bolao-tab(ind-busca) = bolao-informado
                   move ind-busca to ind-bolao
               end-if
           end-perform
           .
       localiza-bolao-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------localiza-particip--
       localiza-participante section.
      *>posicao do participante-informado no bolao corrente (0 = nao participa)
           move 0 to ind-part
           perform varying ind1 from 1 by 1
                   until ind1 > qtd-participantes-tab(ind-bolao) or ind-part > 0
               if nome-participante-tab(ind-bolao, ind1) = participante-informado
                   move ind1 to ind-part
               end-if
           end-perform
           .
       localiza-participante-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------registra-movimento-
       registra-movimento section.
      *>contribuicao paga pelo participante (credito) ou repasse feito a ele
      *>(debito: premio entregue, devolucao de saldo)
           move "S" to movimento-valido

           display "Nome do bolao:"
           accept bolao-informado
           perform localiza-bolao
           if ind-bolao = 0
               display "Bolao '" bolao-informado "' nao cadastrado"
               move "N" to movimento-valido
           end-if

           if dados-movimento-validos
               display "Nome do participante:"
               accept participante-informado
               perform localiza-participante
               if ind-part = 0
                   display "'" participante-informado "' nao participa do bolao '"
                       bolao-informado "'"
                   move "N" to movimento-valido
               end-if
           end-if

           if dados-movimento-validos
               if tipo-movimento = "C"
                   display "Valor pago pelo participante:"
               else
                   display "Valor repassado ao participante:"
               end-if
               move spaces to valor-informado
               accept valor-informado
               move valor-informado to campo-valor-conv
               perform converte-campo-valor
               if not conversao-ok or valor-monetario-conv = 0
                   display "Valor '" valor-informado "' invalido"
                   move "N" to movimento-valido
               end-if
           end-if

      *>data de valor do movimento: o pagamento pode ser registrado dias depois
           if dados-movimento-validos
               display "Data do movimento (DDMMAAAA, em branco = hoje):"
               move spaces to data-informada
               accept data-informada
               if data-informada = spaces
                   move data-hoje to data-valor-movimento
               else
                   if data-informada is not numeric
                       display "Data '" data-informada "' invalida"
                       move "N" to movimento-valido
                   else
                       move data-informada(5:4) to data-valor-movimento(1:4)
                       move data-informada(3:2) to data-valor-movimento(5:2)
                       move data-informada(1:2) to data-valor-movimento(7:2)
                       if function test-date-yyyymmdd(data-valor-movimento) <> 0
                           display "Data '" data-informada "' invalida"
                           move "N" to movimento-valido
                       end-if
                   end-if
               end-if
           end-if

           if dados-movimento-validos
               display "Historico (opcional):"
               move spaces to historico-informado
               accept historico-informado
               if historico-informado = spaces
                   if tipo-movimento = "C"
                       move "CONTRIBUICAO" to historico-informado
                   else
                       move "REPASSE AO PARTICIPANTE" to historico-informado
                   end-if
               end-if
               move valor-monetario-conv to valor-edit
               display "Confirma " historico-informado " de R$ " valor-edit
                   " para " participante-informado "? (S/N)"
               accept confirma-lancamento
               if lancamento-confirmado
                   perform grava-movimento
               else
                   display "Lancamento cancelado"
               end-if
           end-if
           .
       registra-movimento-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------grava-movimento----
       grava-movimento section.
      *>acrescenta o movimento manual a conta corrente (cria o arquivo se preciso)
           open extend conta-bolao-file
           if st-conta-bolao = "35"
               open output conta-bolao-file
           end-if
           if st-conta-bolao <> "00"
               display "Erro ao abrir BOLAO-CONTA.DAT (status " st-conta-bolao ")"
           else
               move bolao-informado to conta-bolao
               move participante-informado to conta-participante
               move data-valor-movimento to conta-data
               move tipo-movimento to conta-tipo
               if tipo-movimento = "C"
                   move "C" to conta-natureza
               else
                   move "D" to conta-natureza
               end-if
               move valor-monetario-conv to conta-valor
               move 0 to conta-jogo
               move 0 to conta-concurso
               move spaces to conta-comprovante
               move historico-informado to conta-historico
               move data-hoje to conta-data-lancamento
               write conta-bolao-reg
               close conta-bolao-file
               display "Movimento registrado"
           end-if
           .
       grava-movimento-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------emite-extrato------
       emite-extrato-mensal section.
      *>extrato do mes de cada participante do bolao informado
           display "Nome do bolao:"
           accept bolao-informado
           perform localiza-bolao
           if ind-bolao = 0
               display "Bolao '" bolao-informado "' nao cadastrado"
           else
               move 0 to mes-informado
               perform until mes-informado(5:2) >= "01" and mes-informado(5:2) <= "12"
                   display "Mes do extrato (AAAAMM):"
                   accept mes-informado
               end-perform
               compute inicio-mes-extrato = mes-informado * 100 + 1

               display "===================================================="
               display "Extrato do bolao '" bolao-informado "' - "
                   mes-informado(5:2) "/" mes-informado(1:4)
               display "===================================================="
               perform varying ind-part from 1 by 1
                       until ind-part > qtd-participantes-tab(ind-bolao)
                   perform extrato-participante
               end-perform
           end-if
           .
       emite-extrato-mensal-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------extrato-particip---
       extrato-participante section.
      *>primeira passada: saldo anterior ao mes e totais do mes; segunda
      *>passada: movimentos do mes na ordem em que foram lancados
           move 0 to saldo-anterior
           move 0 to total-creditos-mes
           move 0 to total-debitos-mes
           move 0 to qtd-movimentos-mes
           open input conta-bolao-file
           if st-conta-bolao = "00"
               move "N" to eof-conta-bolao
               perform until fim-conta-bolao
                   read conta-bolao-file
                       at end
                           move "S" to eof-conta-bolao
                   end-read
                   if not fim-conta-bolao
                           and conta-bolao = bolao-informado
                           and conta-participante = nome-participante-tab(ind-bolao, ind-part)
                       if conta-data < inicio-mes-extrato
                           if conta-natureza = "C"
                               add conta-valor to saldo-anterior
                           else
                               subtract conta-valor from saldo-anterior
                           end-if
                       else
                           if conta-data(1:6) = mes-informado
                               if conta-natureza = "C"
                                   add conta-valor to total-creditos-mes
                               else
                                   add conta-valor to total-debitos-mes
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
               close conta-bolao-file
           end-if
           compute saldo-final = saldo-anterior + total-creditos-mes - total-debitos-mes

           display "----------------------------------------------------"
           display nome-participante-tab(ind-bolao, ind-part) " ("
               cotas-participante-tab(ind-bolao, ind-part) " cota(s))"
           move saldo-anterior to saldo-edit
           display "  Saldo anterior:               R$ " saldo-edit

           open input conta-bolao-file
           if st-conta-bolao = "00"
               move "N" to eof-conta-bolao
               perform until fim-conta-bolao
                   read conta-bolao-file
                       at end
                           move "S" to eof-conta-bolao
                   end-read
                   if not fim-conta-bolao
                           and conta-bolao = bolao-informado
                           and conta-participante = nome-participante-tab(ind-bolao, ind-part)
                           and conta-data(1:6) = mes-informado
                       add 1 to qtd-movimentos-mes
                       perform exibe-movimento
                   end-if
               end-perform
               close conta-bolao-file
           end-if
           if qtd-movimentos-mes = 0
               display "  (sem movimentos no mes)"
           end-if

           move total-creditos-mes to valor-edit
           display "  Creditos do mes:              R$  " valor-edit
           move total-debitos-mes to valor-edit
           display "  Debitos do mes:               R$  " valor-edit
           move saldo-final to saldo-edit
           display "  Saldo final:                  R$ " saldo-edit
           .
       extrato-participante-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------exibe-movimento----
       exibe-movimento section.
      *>uma linha do extrato: data, tipo, historico e valor com D/C
           evaluate conta-tipo
               when "C"
                   move "CONTRIBUICAO" to descricao-tipo
               when "A"
                   move "APOSTA" to descricao-tipo
               when "P"
                   move "PREMIO" to descricao-tipo
               when "R"
                   move "REPASSE" to descricao-tipo
               when other
                   move "OUTROS" to descricao-tipo
           end-evaluate
           move conta-valor to valor-edit
           display "  " conta-data(7:2) "/" conta-data(5:2) "/" conta-data(1:4) " "
               descricao-tipo " " conta-historico " " valor-edit " " conta-natureza
           .
       exibe-movimento-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------lista-atraso-------
       lista-participantes-atraso section.
      *>saldo atual de todos os participantes; saldo devedor = em atraso
           perform varying ind-bolao from 1 by 1 until ind-bolao > qtd-boloes
               perform varying ind-part from 1 by 1
                       until ind-part > qtd-participantes-tab(ind-bolao)
                   move 0 to saldo-participante-tab(ind-bolao, ind-part)
               end-perform
           end-perform

           open input conta-bolao-file
           if st-conta-bolao = "00"
               move "N" to eof-conta-bolao
               perform until fim-conta-bolao
                   read conta-bolao-file
                       at end
                           move "S" to eof-conta-bolao
                   end-read
                   if not fim-conta-bolao
                       move conta-bolao to bolao-informado
                       perform localiza-bolao
                       if ind-bolao > 0
                           move conta-participante to participante-informado
                           perform localiza-participante
                           if ind-part > 0
                               if conta-natureza = "C"
                                   add conta-valor to saldo-participante-tab(ind-bolao, ind-part)
                               else
                                   subtract conta-valor
                                       from saldo-participante-tab(ind-bolao, ind-part)
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
               close conta-bolao-file
           end-if

           display "===================================================="
           display "Participantes em atraso (saldo devedor na conta do bolao)"
           display "===================================================="
           move 0 to qtd-em-atraso
           move 0 to total-em-atraso
           perform varying ind-bolao from 1 by 1 until ind-bolao > qtd-boloes
               perform varying ind-part from 1 by 1
                       until ind-part > qtd-participantes-tab(ind-bolao)
                   if saldo-participante-tab(ind-bolao, ind-part) < 0
                       add 1 to qtd-em-atraso
                       compute valor-monetario-conv =
                           0 - saldo-participante-tab(ind-bolao, ind-part)
                       add valor-monetario-conv to total-em-atraso
                       move valor-monetario-conv to valor-edit
                       display nome-bolao-tab(ind-bolao) " "
                           nome-participante-tab(ind-bolao, ind-part) " deve R$ " valor-edit
                   end-if
               end-perform
           end-perform
           if qtd-em-atraso = 0
               display "Nenhum participante em atraso"
           else
               move total-em-atraso to valor-edit
               display "----------------------------------------------------"
               display "Participantes em atraso: " qtd-em-atraso "  total devido R$ " valor-edit
           end-if
           .
       lista-participantes-atraso-exit.
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

           stop run
           .
       finaliza-exit.
           exit.

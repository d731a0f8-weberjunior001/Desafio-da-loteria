
      *>Consulta da trilha de auditoria (AUDITORIA.DAT, que ate aqui era so
      *>gravada): filtra os registros por numero de execucao, por nome de campo
      *>(audit-campo, ex.: SEMENTE, QTD-CARTELAS), por operador e por intervalo
      *>de data/hora, cruzando com o EXECUCOES.DAT para mostrar junto o modo, o
      *>jogo e a situacao final (CONCLUIDA/INTERROMPIDA) daquela execucao;
      *>imprime a lista cronologica dos valores informados, com o operador que
      *>os informou, e um totalizador por campo, que e o que se anexa quando
      *>uma rodada e questionada

      *>Divisão para configuração do ambiente
       Environment Division.
           05  audit-campo                             pic x(20).
           05  audit-valor                             pic x(09).
           05  audit-execucao                          pic 9(06).
           05  audit-operador                          pic x(10).

      *>mesmo layout de execucao-reg gravado pelo simulador (Program1)
       fd  execucoes-file.
           05  exec-total-vitorias                     pic 9(04).
           05  exec-total-gasto                        pic 9(11)v99.
           05  exec-total-premio                       pic 9(11)v99.
           05  exec-operador                           pic x(10).

      *>----Variaveis de trabalho
       working-storage section.

      *>----Area de comunicacao com o LoginOperador (operador identificado e perfil)
           copy "LOGIN.CPY".

      *>----Regras do jogo selecionado (Mega-Sena, Quina, Lotofacil)
           copy "GAMERULES.CPY".

      *>----Filtros informados pelo operador (zero/brancos = sem filtro)
       77  filtro-execucao                         pic 9(06) value 0.
       77  filtro-campo                            pic x(20) value spaces.
       77  filtro-operador                         pic x(10) value spaces.
       77  filtro-data-inicial                     pic 9(08) value 0.
       77  filtro-hora-inicial                     pic 9(08) value 0.
       77  filtro-data-final                       pic 9(08) value 0.
           display "Consulta da trilha de auditoria (AUDITORIA.DAT)"
           display "===================================================="

      *>identificacao do operador antes de qualquer acesso aos arquivos
           move "ConsultaAuditoria" to login-programa
           move "CONSULTA" to login-perfil-exigido
           call "LoginOperador" using area-login
           if not login-aceito
               move 8 to return-code
               stop run
           end-if

           display "Filtrar por numero de execucao (0 = todas):"
           accept filtro-execucao

           display "Filtrar por nome de campo (brancos = todos; ex.: SEMENTE, QTD-CARTELAS):"
           accept filtro-campo

           display "Filtrar por operador (brancos = todos; LOTE = jobs sem operador):"
           accept filtro-operador

           display "Data inicial do periodo (AAAAMMDD, 0 = desde o inicio):"
           accept filtro-data-inicial
           if filtro-data-inicial > 0
               move "N" to ws-registro-passa
           end-if

           if filtro-operador <> spaces and audit-operador <> filtro-operador
               move "N" to ws-registro-passa
           end-if

           move spaces to chave-registro
           string audit-data delimited by size
                  audit-hora delimited by size
               if execucao-encontrada
                   display audit-data " " audit-hora "  exec " audit-execucao
                       " (modo " modo-cruzado ", " nome-jogo-cruzado ", "
                       situacao-cruzada ")  oper " audit-operador "  "
                       audit-campo " = " audit-valor
               else
                   display audit-data " " audit-hora "  exec " audit-execucao
                       " (sem registro no mestre)  oper " audit-operador "  "
                       audit-campo " = " audit-valor
               end-if
           end-if
           .

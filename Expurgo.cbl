      *>SORTEIO-LOG-G0001.DAT, primeira geracao livre de cada arquivo),
      *>mantem so o periodo corrente nos arquivos vivos e imprime um resumo
      *>do que foi movido; o registro da maior execucao do arquivo mestre e
      *>sempre mantido, para o simulador nao reutilizar numeros de execucao;
      *>so o perfil SUPERVISOR roda o expurgo

      *>Divisão para configuração do ambiente
       Environment Division.
           05  audit-campo                             pic x(20).
           05  audit-valor                             pic x(09).
           05  audit-execucao                          pic 9(06).
           05  audit-operador                          pic x(10).

      *>mesmo layout de execucao-reg gravado pelo simulador (Program1)
       fd  execucoes-file
           05  exec-total-vitorias                     pic 9(04).
           05  exec-total-gasto                        pic 9(11)v99.
           05  exec-total-premio                       pic 9(11)v99.
           05  exec-operador                           pic x(10).

       fd  geracao-file
           record is varying in size from 1 to 200 characters
      *>----Variaveis de trabalho
       working-storage section.

      *>----Area de comunicacao com o LoginOperador (operador identificado e perfil)
           copy "LOGIN.CPY".

      *>----Variaveis de controle de arquivos
       77  st-sorteio-log                          pic x(02).
       77  st-auditoria                            pic x(02).
           display "Expurgo por geracao (SORTEIO-LOG, AUDITORIA, EXECUCOES)"
           display "===================================================="

      *>identificacao do operador antes de qualquer acesso aos arquivos
           move "Expurgo" to login-programa
           move "SUPERVISOR" to login-perfil-exigido
           call "LoginOperador" using area-login
           if not login-aceito
               move 8 to return-code
               stop run
           end-if

           move space to modo-corte
           perform until corte-por-execucao or corte-por-data
               display "Corte por numero de (E)xecucao ou por (D)ata de inicio?"

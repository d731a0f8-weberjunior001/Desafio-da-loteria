           05  exec-total-vitorias                     pic 9(04).
           05  exec-total-gasto                        pic 9(11)v99.
           05  exec-total-premio                       pic 9(11)v99.
           05  exec-operador                           pic x(10).

      *>mesmo layout de resumo-reg gravado pelo simulador (Program1)
       fd  resumo-file.

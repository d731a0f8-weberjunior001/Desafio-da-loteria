      *>que o simulador (Program1) processa em modo lote, para a rejeicao de um
      *>job acontecer na frente do operador e nao na linha ERRO do resumo da
      *>remessa na madrugada seguinte; para cada job o operador informa
      *>repeticoes, jogo, semente e horizonte (ate a vitoria ou um numero fixo
      *>de concursos, informado em concursos, semanas ou meses do calendario do
      *>jogo) e escolhe as cartelas pelo NOME gravado em CARTELAS.DAT (com
      *>listagem, como no ManutCartelas) ou as digita; as mesmas criticas do
      *>valida-job do simulador (faixa do jogo, quantidade minima/maxima,
      *>dezena repetida) sao aplicadas na hora, e so entao o registro e gravado
      *>no layout de parametro-reg, com o operador identificado no login, que
      *>responde pelo job na auditoria e no mestre de execucoes do simulador

      *>Divisão para configuração do ambiente
       Environment Division.
               10  numero-par                           pic 9(02) occurs 20.
      *>semente do sorteio do job (zero = tirar do relogio, execucao nao reproduzivel)
           05  semente-par                            pic 9(08).
      *>horizonte fixo do job em concursos por repeticao (zero = ate alguma cartela ganhar)
           05  horizonte-par                          pic 9(05).
      *>operador que montou o job, gravado pelo simulador na auditoria e no mestre
           05  operador-par                           pic x(10).

      *>mesmo layout de cartela-salva-reg gravado pelo simulador (Program1)
       fd  cartelas-file.
      *>----Variaveis de trabalho
       working-storage section.

      *>----Area de comunicacao com o LoginOperador (operador identificado e perfil)
           copy "LOGIN.CPY".

      *>----Regras do jogo selecionado (Mega-Sena, Quina, Lotofacil)
           copy "GAMERULES.CPY".

       77  repeticoes-job                          pic 9(04).
       77  qtd-cartelas-job                        pic 9(02).
       77  semente-job                             pic 9(08).
       77  horizonte-job                           pic 9(05).
       77  tipo-horizonte                          pic x(01).
           88  horizonte-ate-vitoria                 value "V" "v".
           88  horizonte-fixo                        value "H" "h".
       77  unidade-horizonte                       pic x(01).
           88  horizonte-em-concursos                value "C" "c".
           88  horizonte-em-semanas                  value "S" "s".
           88  horizonte-em-meses                    value "M" "m".
       77  periodo-horizonte                       pic 9(05).
       01  cartelas-job.
           05  cartela-montada                        occurs 10.
               10  qnt-numero-montada                   pic 9(02).
           display "Montador de remessa em lote (PARAMETROS.DAT)"
           display "===================================================="

      *>identificacao do operador antes de qualquer acesso aos arquivos
           move "MontaRemessa" to login-programa
           move "OPERADOR" to login-perfil-exigido
           call "LoginOperador" using area-login
           if not login-aceito
               move 8 to return-code
               stop run
           end-if

           move space to modo-abertura
           perform until remessa-nova or remessa-acrescentar
               display "(N)ova remessa (recria o arquivo) ou (A)crescentar jobs a remessa existente?"
           display "Informe a semente do sorteio do job (0 = tirar do relogio):"
           accept semente-job

           move space to tipo-horizonte
           perform until horizonte-ate-vitoria or horizonte-fixo
               display "Cada repeticao corre ate alguma cartela (V)encer ou por um (H)orizonte fixo de concursos?"
               accept tipo-horizonte
           end-perform
           move 0 to horizonte-job
           if horizonte-fixo
               perform pergunta-horizonte
           end-if

           move 0 to qtd-cartelas-job
           perform until qtd-cartelas-job >= 1 and qtd-cartelas-job <= 10
               display "Quantas cartelas (apostadores) vao jogar neste job? (1 - 10)"
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------pergunta-horizonte-
       pergunta-horizonte section.
      *>horizonte fixo do job em concursos, ou em semanas/meses convertidos pelo
      *>calendario do jogo (concursos por semana da tabela GAMERULES; um mes =
      *>52/12 semanas), como no simulador
           move space to unidade-horizonte
           perform until horizonte-em-concursos or horizonte-em-semanas or horizonte-em-meses
               display "Horizonte informado em (C)oncursos, (S)emanas ou (M)eses?"
               accept unidade-horizonte
           end-perform

           move 0 to horizonte-job
           perform until horizonte-job > 0
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
               evaluate true
                   when horizonte-em-concursos
                       move periodo-horizonte to horizonte-job
                   when horizonte-em-semanas
                       compute horizonte-job =
                           periodo-horizonte * game-sorteios-semana(game-selecionado)
                           on size error
                               move 0 to horizonte-job
                       end-compute
                   when other
                       compute horizonte-job rounded =
                           periodo-horizonte * game-sorteios-semana(game-selecionado) * 52 / 12
                           on size error
                               move 0 to horizonte-job
                       end-compute
               end-evaluate
           end-perform
           display "Horizonte de cada repeticao do job: " horizonte-job " concursos"
           .
       pergunta-horizonte-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------monta-cartela------
       monta-cartela-job section.
      *>monta uma cartela do job: pelo nome gravado em CARTELAS.DAT (com listagem)
               end-if
           end-perform
           move semente-job to semente-par
           move horizonte-job to horizonte-par
           move login-usuario to operador-par

           write parametro-reg
           add 1 to qtd-jobs-gravados

      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "LoginOperador".
       Author. "Anderson Weber Junior".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Identificacao do operador no inicio dos programas interativos,
      *>chamado por CALL com a area do copybook LOGIN: pede usuario e senha
      *>(ate 3 tentativas), confere no cadastro de operadores (OPERADORES.DAT,
      *>indexado pelo usuario, mantido pelo CadastroOperadores) a senha, que
      *>so existe no arquivo como resumo numerico calculado com o proprio
      *>usuario, a situacao ATIVO e o perfil minimo exigido pelo programa
      *>chamador (CONSULTA, OPERADOR ou SUPERVISOR), e registra cada tentativa,
      *>aceita ou recusada, em LOGIN-LOG.DAT com o motivo; sem nenhum operador
      *>cadastrado o acesso e recusado ate o primeiro supervisor ser cadastrado
      *>no CadastroOperadores

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.

      *>cadastro de operadores, mantido pelo CadastroOperadores
           select operadores-file assign to "OPERADORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is oper-usuario
               file status is st-operadores.

      *>trilha de acessos: uma linha por tentativa de login
           select login-log-file assign to "LOGIN-LOG.DAT"
               organization is line sequential
               file status is st-login-log.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>mesmo layout de operador-reg gravado pelo CadastroOperadores
       fd  operadores-file.
       01  operador-reg.
           05  oper-usuario                            pic x(10).
           05  oper-nome                               pic x(30).
           05  oper-senha-resumo                       pic 9(18).
           05  oper-perfil                             pic x(10).
               88  oper-supervisor                       value "SUPERVISOR".
               88  oper-operador                         value "OPERADOR".
               88  oper-consulta                         value "CONSULTA".
           05  oper-situacao                           pic x(01).
               88  oper-ativo                            value "A".
               88  oper-inativo                          value "I".
           05  oper-data-cadastro                      pic x(08).
           05  oper-data-alteracao                     pic x(08).
           05  oper-usuario-alteracao                  pic x(10).

      *>registro da trilha de acessos (mesmo layout gravado pelo CadastroOperadores)
       fd  login-log-file.
       01  login-log-reg.
           05  login-log-data                          pic x(08).
           05  login-log-hora                          pic x(08).
           05  login-log-usuario                       pic x(10).
           05  login-log-programa                      pic x(20).
           05  login-log-resultado                     pic x(12).
           05  login-log-motivo                        pic x(40).

      *>----Variaveis de trabalho
       working-storage section.

      *>----Variaveis de controle de arquivos
       77  st-operadores                           pic x(02).
       77  st-login-log                            pic x(02).
       77  cadastro-disponivel                     pic x(01) value "N".
           88  ha-operadores                         value "S".
       77  log-disponivel                          pic x(01) value "N".
           88  log-aberto                            value "S".

      *>----Controle das tentativas
       77  qtd-tentativas                          pic 9(01).
       77  max-tentativas                          pic 9(01) value 3.
       77  usuario-informado                       pic x(10).
       77  senha-informada                         pic x(20).
       77  resultado-tentativa                     pic x(12).
       77  motivo-tentativa                        pic x(40).
       77  data-login                              pic 9(08).
       77  hora-login                              pic 9(08).

      *>----Resumo numerico da senha (mesma rotina do CadastroOperadores)
       01  texto-resumo.
           05  usuario-resumo                         pic x(10).
           05  senha-resumo                           pic x(20).
       77  ind-resumo                              pic 9(02).
       77  resumo-parte-1                          pic 9(09).
       77  resumo-parte-2                          pic 9(09).
       77  senha-resumo-calculado                  pic 9(18).

      *>----Variaveis para comunicação entre programas
       linkage section.

           copy "LOGIN.CPY".

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure Division using area-login.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>Inicilizacao: abertura do cadastro de operadores e da trilha de acessos
       inicializa section.

           move "N" to login-situacao
           move spaces to login-usuario
           move spaces to login-perfil
           move 0 to qtd-tentativas
           move "N" to cadastro-disponivel
           move "N" to log-disponivel

           open extend login-log-file
           if st-login-log = "35"
               open output login-log-file
           end-if
           if st-login-log = "00"
               move "S" to log-disponivel
           else
               display "Erro ao abrir LOGIN-LOG.DAT (status " st-login-log ")"
           end-if

      *>cadastro inexistente ou vazio: nao ha com quem conferir o acesso
           open input operadores-file
           if st-operadores = "00"
               move low-values to oper-usuario
               start operadores-file key >= oper-usuario
                   invalid key
                       continue
                   not invalid key
                       move "S" to cadastro-disponivel
               end-start
               if not ha-operadores
                   close operadores-file
               end-if
           end-if
           .
       inicializa-exit.
           exit.

      *>ate 3 tentativas de usuario e senha
       processamento section.

           display "----------------------------------------------------"
           display "Identificacao do operador (" login-programa ")"
           display "----------------------------------------------------"

           if not ha-operadores
               display "Nenhum operador cadastrado em OPERADORES.DAT: cadastre o primeiro"
               display "supervisor no CadastroOperadores antes de usar este programa"
               move spaces to usuario-informado
               move "SEM-CADASTRO" to resultado-tentativa
               move "OPERADORES.DAT inexistente ou vazio" to motivo-tentativa
               perform grava-login-log
           else
               perform until login-aceito or qtd-tentativas >= max-tentativas
                   perform tenta-login
               end-perform
               if not login-aceito
                   display "Acesso recusado apos " max-tentativas " tentativas"
               end-if
           end-if
           .
       processamento-exit.
           exit.

      *>--------------------------------------------tenta-login--------
       tenta-login section.
      *>confere usuario, senha, situacao e perfil; ao operador o motivo da recusa
      *>de usuario ou senha e o mesmo, o motivo exato fica so na trilha de acessos
           add 1 to qtd-tentativas
           display "Usuario:"
           accept usuario-informado
           display "Senha:"
           accept senha-informada

           move spaces to resultado-tentativa
           move usuario-informado to oper-usuario
           read operadores-file
               invalid key
                   move "FALHA" to resultado-tentativa
                   move "Usuario nao cadastrado" to motivo-tentativa
           end-read

           if resultado-tentativa = spaces
               move usuario-informado to usuario-resumo
               move senha-informada to senha-resumo
               perform calcula-resumo-senha
               if senha-resumo-calculado <> oper-senha-resumo
                   move "FALHA" to resultado-tentativa
                   move "Senha incorreta" to motivo-tentativa
               end-if
           end-if

           if resultado-tentativa = "FALHA"
               display "Usuario ou senha invalidos"
           end-if

           if resultado-tentativa = spaces and not oper-ativo
               move "FALHA" to resultado-tentativa
               move "Operador inativo" to motivo-tentativa
               display "Operador " usuario-informado " esta inativo"
           end-if

      *>perfil: CONSULTA aceita qualquer perfil, OPERADOR aceita operador e supervisor
           if resultado-tentativa = spaces
               evaluate login-perfil-exigido
                   when "SUPERVISOR"
                       if not oper-supervisor
                           move "NEGADO" to resultado-tentativa
                       end-if
                   when "OPERADOR"
                       if not oper-supervisor and not oper-operador
                           move "NEGADO" to resultado-tentativa
                       end-if
                   when other
                       continue
               end-evaluate
               if resultado-tentativa = "NEGADO"
                   move spaces to motivo-tentativa
                   string "Perfil " delimited by size
                          oper-perfil delimited by space
                          ", exigido " delimited by size
                          login-perfil-exigido delimited by space
                       into motivo-tentativa
                   display "O perfil " oper-perfil " nao tem acesso a este programa"
                       " (exigido: " login-perfil-exigido ")"
               end-if
           end-if

           if resultado-tentativa = spaces
               move "ACEITO" to resultado-tentativa
               move spaces to motivo-tentativa
               move "S" to login-situacao
               move oper-usuario to login-usuario
               move oper-perfil to login-perfil
               display "Operador " oper-usuario " - " oper-nome " - perfil " oper-perfil
           end-if

           perform grava-login-log
           .
       tenta-login-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------resumo-senha-------
       calcula-resumo-senha section.
      *>resumo numerico de 18 digitos do usuario + senha (duas somas polinomiais,
      *>uma em cada sentido, modulo primos de 9 digitos); a senha nunca e gravada
           move 0 to resumo-parte-1
           move 0 to resumo-parte-2
           perform varying ind-resumo from 1 by 1 until ind-resumo > 30
               compute resumo-parte-1 = function mod(resumo-parte-1 * 257
                   + function ord(texto-resumo(ind-resumo:1)), 999999937)
           end-perform
           perform varying ind-resumo from 30 by -1 until ind-resumo < 1
               compute resumo-parte-2 = function mod(resumo-parte-2 * 263
                   + function ord(texto-resumo(ind-resumo:1)) + ind-resumo, 999999929)
           end-perform
           compute senha-resumo-calculado = resumo-parte-1 * 1000000000 + resumo-parte-2
           .
       calcula-resumo-senha-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------grava-login-log----
       grava-login-log section.
      *>uma linha por tentativa na trilha de acessos
           if log-aberto
               accept data-login from date yyyymmdd
               accept hora-login from time
               move data-login to login-log-data
               move hora-login to login-log-hora
               move usuario-informado to login-log-usuario
               move login-programa to login-log-programa
               move resultado-tentativa to login-log-resultado
               move motivo-tentativa to login-log-motivo
               write login-log-reg
           end-if
           .
       grava-login-log-exit.
           exit.
      *>----------------------------------------------------------------

      *>fechamento dos arquivos e volta ao programa chamador
       finaliza section.

           if ha-operadores
               close operadores-file
           end-if
           if log-aberto
               close login-log-file
           end-if

           goback
           .
       finaliza-exit.
           exit.

      $set sourceformat"free"
      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "CadastroOperadores".
       Author. "Anderson Weber Junior".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Cadastro dos operadores dos programas interativos (OPERADORES.DAT,
      *>indexado pelo usuario): usuario, nome, senha (gravada so como resumo
      *>numerico, mesma rotina do LoginOperador), perfil (OPERADOR, SUPERVISOR
      *>ou CONSULTA) e situacao (ATIVO/INATIVO); listar, incluir, alterar o
      *>perfil, ativar/inativar e trocar a senha sao do supervisor -- os demais
      *>perfis so trocam a propria senha; com o cadastro vazio o programa
      *>cadastra, sem login, o primeiro SUPERVISOR; o supervisor nao altera o
      *>proprio perfil nem a propria situacao, para sempre restar um supervisor
      *>ativo; cada alteracao fica registrada em LOGIN-LOG.DAT com o usuario
      *>responsavel

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       Input-output Section.
       File-control.

      *>cadastro de operadores, conferido pelo LoginOperador
           select operadores-file assign to "OPERADORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is oper-usuario
               file status is st-operadores.

      *>trilha de acessos, que tambem recebe as alteracoes do cadastro
           select login-log-file assign to "LOGIN-LOG.DAT"
               organization is line sequential
               file status is st-login-log.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

      *>registro de um operador (mesmo layout lido pelo LoginOperador)
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

      *>mesmo layout de login-log-reg gravado pelo LoginOperador
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

      *>----Area de comunicacao com o LoginOperador
           copy "LOGIN.CPY".

      *>----Variaveis de controle de arquivos
       77  st-operadores                           pic x(02).
       77  st-login-log                            pic x(02).
       77  eof-operadores                          pic x(01) value "N".
           88  fim-operadores                        value "S".
       77  cadastro-vazio                          pic x(01) value "S".
           88  sem-operadores                        value "S".

      *>----Variaveis de controle do menu
       77  opcao-menu                              pic x(01).
           88  opcao-listar                          value "L" "l".
           88  opcao-incluir                         value "I" "i".
           88  opcao-perfil                          value "P" "p".
           88  opcao-situacao                        value "A" "a".
           88  opcao-senha                           value "T" "t".
           88  opcao-sair                            value "S" "s".

      *>----Dados informados pelo operador
       77  usuario-informado                       pic x(10).
       77  nome-informado                          pic x(30).
       77  perfil-informado                        pic x(01).
           88  perfil-informado-operador             value "O" "o".
           88  perfil-informado-supervisor           value "S" "s".
           88  perfil-informado-consulta             value "C" "c".
       77  senha-informada                         pic x(20).
       77  senha-confirmada                        pic x(20).
       77  confirma-alteracao                      pic x(01).
           88  alteracao-confirmada                  value "S" "s".
       77  senha-aceita                            pic x(01).
           88  senha-ok                              value "S".
       77  tamanho-senha                           pic 9(02).
       77  tamanho-minimo-senha                    pic 9(02) value 6.
       77  qtd-listados                            pic 9(04).
       77  usuario-responsavel                     pic x(10).
       77  data-hoje                               pic 9(08).
       77  hora-agora                              pic 9(08).
       77  resultado-log                           pic x(12).
       77  motivo-log                              pic x(40).

      *>----Resumo numerico da senha (mesma rotina do LoginOperador)
       01  texto-resumo.
           05  usuario-resumo                         pic x(10).
           05  senha-resumo                           pic x(20).
       77  ind-resumo                              pic 9(02).
       77  resumo-parte-1                          pic 9(09).
       77  resumo-parte-2                          pic 9(09).
       77  senha-resumo-calculado                  pic 9(18).

      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>Inicilizacao: cadastro do primeiro supervisor ou login, e abertura dos arquivos
       inicializa section.

           display "===================================================="
           display "Cadastro de operadores (OPERADORES.DAT)"
           display "===================================================="

           accept data-hoje from date yyyymmdd

      *>o cadastro esta vazio quando o arquivo nao existe ou nao tem registros
           move "S" to cadastro-vazio
           open input operadores-file
           if st-operadores = "00"
               move low-values to oper-usuario
               start operadores-file key >= oper-usuario
                   invalid key
                       continue
                   not invalid key
                       move "N" to cadastro-vazio
               end-start
               close operadores-file
           end-if

      *>com operadores cadastrados, qualquer perfil entra (para trocar a propria senha)
           if not sem-operadores
               move "CadastroOperadores" to login-programa
               move "CONSULTA" to login-perfil-exigido
               call "LoginOperador" using area-login
               if not login-aceito
                   move 8 to return-code
                   stop run
               end-if
               move login-usuario to usuario-responsavel
           end-if

           open i-o operadores-file
      *>so cria um arquivo novo quando ele realmente nao existe (status 35)
           if st-operadores = "35"
               open output operadores-file
               if st-operadores = "00"
                   close operadores-file
                   open i-o operadores-file
               end-if
           end-if
           if st-operadores <> "00"
               display "Erro ao abrir OPERADORES.DAT (status " st-operadores ")"
               move 8 to return-code
               stop run
           end-if

           open extend login-log-file
           if st-login-log = "35"
               open output login-log-file
           end-if
           if st-login-log <> "00"
               display "Erro ao abrir LOGIN-LOG.DAT (status " st-login-log ")"
               close operadores-file
               move 8 to return-code
               stop run
           end-if
           .
       inicializa-exit.
           exit.

      *>laco principal do menu (ou so o cadastro do primeiro supervisor)
       processamento section.

           if sem-operadores
               display "Nenhum operador cadastrado: informe os dados do primeiro SUPERVISOR"
               move "IMPLANTA" to usuario-responsavel
               perform inclui-operador
               if sem-operadores
                   display "Primeiro supervisor nao cadastrado"
               else
                   display "Entre de novo no programa com o supervisor cadastrado"
               end-if
           else
               move space to opcao-menu
               perform until opcao-sair
                   display " "
                   display "(L)istar  (I)ncluir  (P)erfil  (A)tivar/inativar  (T)rocar senha  (S)air"
                   accept opcao-menu

                   evaluate true
                       when opcao-sair
                           continue
                       when opcao-senha
                           perform troca-senha
                       when opcao-listar or opcao-incluir or opcao-perfil or opcao-situacao
                           if not login-perfil-supervisor
                               display "Opcao restrita ao perfil SUPERVISOR"
                           else
                               evaluate true
                                   when opcao-listar
                                       perform lista-operadores
                                   when opcao-incluir
                                       perform inclui-operador
                                   when opcao-perfil
                                       perform altera-perfil
                                   when opcao-situacao
                                       perform altera-situacao
                               end-evaluate
                           end-if
                       when other
                           display "Opcao invalida, tente novamente"
                   end-evaluate
               end-perform
           end-if
           .
       processamento-exit.
           exit.

      *>--------------------------------------------lista-operadores---
       lista-operadores section.
      *>lista o cadastro em ordem de usuario (a senha nao aparece)
           move 0 to qtd-listados
           move low-values to oper-usuario
           start operadores-file key >= oper-usuario
               invalid key
                   display "Nenhum operador cadastrado"
               not invalid key
                   display "USUARIO    NOME                           PERFIL     SIT ULT.ALTER RESPONSAVEL"
                   move "N" to eof-operadores
                   perform until fim-operadores
                       read operadores-file next record
                           at end
                               move "S" to eof-operadores
                       end-read
                       if not fim-operadores
                           add 1 to qtd-listados
                           display oper-usuario " " oper-nome " " oper-perfil " "
                               oper-situacao "   " oper-data-alteracao "  "
                               oper-usuario-alteracao
                       end-if
                   end-perform
                   display "Total de operadores: " qtd-listados
           end-start
           .
       lista-operadores-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------inclui-operador----
       inclui-operador section.
      *>inclui um operador novo (no cadastro vazio, o perfil e sempre SUPERVISOR)
           move "S" to confirma-alteracao
           display "Usuario (ate 10 caracteres):"
           accept usuario-informado
           if usuario-informado = spaces
               display "Usuario em branco, inclusao cancelada"
               move "N" to confirma-alteracao
           else
               move usuario-informado to oper-usuario
               read operadores-file
                   invalid key
                       continue
                   not invalid key
                       display "Usuario " usuario-informado " ja cadastrado, inclusao cancelada"
                       move "N" to confirma-alteracao
               end-read
           end-if

           if alteracao-confirmada
               display "Nome do operador:"
               accept nome-informado
               if sem-operadores
                   set perfil-informado-supervisor to true
               else
                   move space to perfil-informado
                   perform until perfil-informado-operador or perfil-informado-supervisor
                           or perfil-informado-consulta
                       display "Perfil: (O)perador, (S)upervisor ou (C)onsulta?"
                       accept perfil-informado
                   end-perform
               end-if
               perform le-senha-nova
               if not senha-ok
                   display "Inclusao cancelada"
               end-if
           end-if

           if alteracao-confirmada and senha-ok
               move usuario-informado to oper-usuario
               move nome-informado to oper-nome
               perform move-perfil-informado
               set oper-ativo to true
               move data-hoje to oper-data-cadastro
               move data-hoje to oper-data-alteracao
               move usuario-responsavel to oper-usuario-alteracao
               move usuario-informado to usuario-resumo
               move senha-informada to senha-resumo
               perform calcula-resumo-senha
               move senha-resumo-calculado to oper-senha-resumo

               write operador-reg
                   invalid key
                       display "Erro ao gravar o operador (status " st-operadores ")"
                   not invalid key
                       display "Operador " oper-usuario " incluido com perfil " oper-perfil
                       move "N" to cadastro-vazio
                       move "INCLUSAO" to resultado-log
                       move spaces to motivo-log
                       string "Usuario " delimited by size
                              oper-usuario delimited by space
                              " perfil " delimited by size
                              oper-perfil delimited by space
                           into motivo-log
                       perform grava-login-log
               end-write
           end-if
           .
       inclui-operador-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------altera-perfil------
       altera-perfil section.
      *>troca o perfil de outro operador
           perform le-operador-informado
           if oper-usuario = usuario-responsavel
               display "O supervisor nao altera o proprio perfil"
           else
               if oper-usuario <> spaces
                   display "Perfil atual: " oper-perfil
                   move space to perfil-informado
                   perform until perfil-informado-operador or perfil-informado-supervisor
                           or perfil-informado-consulta
                       display "Novo perfil: (O)perador, (S)upervisor ou (C)onsulta?"
                       accept perfil-informado
                   end-perform
                   perform move-perfil-informado
                   move data-hoje to oper-data-alteracao
                   move usuario-responsavel to oper-usuario-alteracao

                   rewrite operador-reg
                       invalid key
                           display "Erro ao regravar o operador (status " st-operadores ")"
                       not invalid key
                           display "Operador " oper-usuario " agora com perfil " oper-perfil
                           move "PERFIL" to resultado-log
                           move spaces to motivo-log
                           string "Usuario " delimited by size
                                  oper-usuario delimited by space
                                  " perfil " delimited by size
                                  oper-perfil delimited by space
                               into motivo-log
                           perform grava-login-log
                   end-rewrite
               end-if
           end-if
           .
       altera-perfil-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------altera-situacao----
       altera-situacao section.
      *>ativa um operador inativo ou inativa um ativo (o registro nunca e excluido,
      *>para o usuario continuar identificado nas trilhas antigas)
           perform le-operador-informado
           move "N" to confirma-alteracao
           if oper-usuario = usuario-responsavel
               display "O supervisor nao altera a propria situacao"
           else
               if oper-usuario <> spaces
                   if oper-ativo
                       display "Inativar o operador " oper-usuario "? (S/N)"
                   else
                       display "Reativar o operador " oper-usuario "? (S/N)"
                   end-if
                   accept confirma-alteracao
                   if not alteracao-confirmada
                       display "Alteracao cancelada"
                   end-if
               end-if
           end-if

           if alteracao-confirmada
               if oper-ativo
                   set oper-inativo to true
               else
                   set oper-ativo to true
               end-if
               move data-hoje to oper-data-alteracao
               move usuario-responsavel to oper-usuario-alteracao

               rewrite operador-reg
                   invalid key
                       display "Erro ao regravar o operador (status " st-operadores ")"
                   not invalid key
                       if oper-ativo
                           display "Operador " oper-usuario " reativado"
                           move "REATIVACAO" to resultado-log
                       else
                           display "Operador " oper-usuario " inativado"
                           move "INATIVACAO" to resultado-log
                       end-if
                       move spaces to motivo-log
                       string "Usuario " delimited by size
                              oper-usuario delimited by space
                           into motivo-log
                       perform grava-login-log
               end-rewrite
           end-if
           .
       altera-situacao-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------troca-senha--------
       troca-senha section.
      *>o supervisor troca a senha de qualquer operador; os demais, so a propria
           if login-perfil-supervisor
               perform le-operador-informado
           else
               move usuario-responsavel to oper-usuario
               read operadores-file
                   invalid key
                       display "Operador " usuario-responsavel " nao encontrado"
                       move spaces to oper-usuario
               end-read
           end-if

           move "N" to senha-aceita
           if oper-usuario <> spaces
               display "Troca de senha do operador " oper-usuario
               perform le-senha-nova
               if not senha-ok
                   display "Senha mantida"
               end-if
           end-if

           if senha-ok
               move oper-usuario to usuario-resumo
               move senha-informada to senha-resumo
               perform calcula-resumo-senha
               move senha-resumo-calculado to oper-senha-resumo
               move data-hoje to oper-data-alteracao
               move usuario-responsavel to oper-usuario-alteracao

               rewrite operador-reg
                   invalid key
                       display "Erro ao regravar o operador (status " st-operadores ")"
                   not invalid key
                       display "Senha do operador " oper-usuario " alterada"
                       move "SENHA" to resultado-log
                       move spaces to motivo-log
                       string "Usuario " delimited by size
                              oper-usuario delimited by space
                           into motivo-log
                       perform grava-login-log
               end-rewrite
           end-if
           .
       troca-senha-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------le-operador--------
       le-operador-informado section.
      *>le o operador pelo usuario informado (usuario em brancos = nao encontrado)
           display "Usuario do operador:"
           accept usuario-informado
           move usuario-informado to oper-usuario
           read operadores-file
               invalid key
                   display "Usuario " usuario-informado " nao cadastrado"
                   move spaces to oper-usuario
           end-read
           .
       le-operador-informado-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------le-senha-nova------
       le-senha-nova section.
      *>pede a senha nova duas vezes; minimo de 6 caracteres, sem brancos no meio
           move "N" to senha-aceita
           display "Senha nova (6 a 20 caracteres):"
           accept senha-informada
           display "Repita a senha nova:"
           accept senha-confirmada

           move 0 to tamanho-senha
           inspect senha-informada tallying tamanho-senha
               for characters before initial space
           evaluate true
               when senha-informada <> senha-confirmada
                   display "As senhas digitadas nao conferem"
               when tamanho-senha < tamanho-minimo-senha
                   display "A senha deve ter ao menos " tamanho-minimo-senha " caracteres"
               when function length(function trim(senha-informada trailing)) > tamanho-senha
                   display "A senha nao pode ter espacos"
               when other
                   move "S" to senha-aceita
           end-evaluate
           .
       le-senha-nova-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------move-perfil--------
       move-perfil-informado section.
      *>converte a letra do perfil informado no nome gravado no cadastro
           evaluate true
               when perfil-informado-supervisor
                   move "SUPERVISOR" to oper-perfil
               when perfil-informado-operador
                   move "OPERADOR" to oper-perfil
               when other
                   move "CONSULTA" to oper-perfil
           end-evaluate
           .
       move-perfil-informado-exit.
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
      *>registra a alteracao do cadastro na trilha de acessos
           accept hora-agora from time
           move data-hoje to login-log-data
           move hora-agora to login-log-hora
           move usuario-responsavel to login-log-usuario
           move "CadastroOperadores" to login-log-programa
           move resultado-log to login-log-resultado
           move motivo-log to login-log-motivo
           write login-log-reg
           .
       grava-login-log-exit.
           exit.
      *>----------------------------------------------------------------

      *>fechamento dos arquivos e encerramento do programa
       finaliza section.

           close operadores-file
           close login-log-file

           stop run
           .
       finaliza-exit.
           exit.


      *>Manutencao das cartelas salvas (CARTELAS.DAT, indexado pelo nome):
      *>menu para listar todas as cartelas, renomear, excluir e imprimir
      *>uma cartela, sem precisar entrar na simulacao; qualquer perfil lista e
      *>imprime, renomear e excluir sao so do perfil SUPERVISOR

      *>Divisão para configuração do ambiente
       Environment Division.
      *>----Variaveis de trabalho
       working-storage section.

      *>----Area de comunicacao com o LoginOperador (operador identificado e perfil)
           copy "LOGIN.CPY".

      *>----Variaveis de controle de arquivo das cartelas salvas
       77  st-cartelas                             pic x(02).
       77  eof-cartelas                            pic x(01) value "N".
      *>Inicilizacao: abertura do arquivo de cartelas (cria se nao existir)
       inicializa section.

      *>identificacao do operador antes de qualquer acesso aos arquivos
           move "ManutCartelas" to login-programa
           move "CONSULTA" to login-perfil-exigido
           call "LoginOperador" using area-login
           if not login-aceito
               move 8 to return-code
               stop run
           end-if

           open i-o cartelas-file
      *>so cria um arquivo novo quando ele realmente nao existe (status 35); qualquer outra
      *>falha de abertura nao pode virar um open output, que truncaria as cartelas ja salvas
                   when opcao-listar
                       perform lista-cartelas
                   when opcao-renomear
                       if login-perfil-supervisor
                           perform renomeia-cartela
                       else
                           display "Renomear cartelas e restrito ao perfil SUPERVISOR"
                       end-if
                   when opcao-excluir
                       if login-perfil-supervisor
                           perform exclui-cartela
                       else
                           display "Excluir cartelas e restrito ao perfil SUPERVISOR"
                       end-if
                   when opcao-imprimir
                       perform imprime-cartela
                   when opcao-sair

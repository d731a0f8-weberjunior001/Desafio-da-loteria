      *>layout fixo: o operador informa de qual jogo e o arquivo da Caixa
      *>(Mega-Sena, Quina ou Lotofacil) e cada registro e validado pelas regras
      *>desse jogo (quantidade de bolas do sorteio, faixa das dezenas, sem
      *>repeticao); cada concurso novo e gravado direto pela chave jogo +
      *>CONCURSO-NUMERO no arquivo indexado (criado se ainda nao existir), um
      *>concurso que ja exista para o mesmo jogo e recusado pela propria chave,
      *>sem regravar o arquivo inteiro, e no final imprime um resumo de
      *>importados, rejeitados e ja existentes

      *>Divisão para configuração do ambiente
       Environment Division.
               organization is line sequential
               file status is st-caixa.

      *>historico real indexado por jogo + concurso, com chave alternada pela data
           select historico-real-file assign to "HISTORICO-REAL.DAT"
               organization is indexed
               access mode is dynamic
               record key is concurso-chave
               alternate record key is concurso-data-chave with duplicates
               file status is st-historico-real.

       I-O-Control.
       fd  caixa-file.
       01  caixa-reg                                   pic x(200).

      *>historico real indexado por jogo + concurso (chave primaria) e pela data
      *>do concurso em AAAAMMDD (chave alternada com repeticao, pois jogos
      *>diferentes sorteiam no mesmo dia); a data DDMMAAAA original e mantida
       fd  historico-real-file.
       01  historico-real-reg.
           05  concurso-chave.
               10  concurso-jogo                       pic 9(01).
               10  concurso-numero                     pic 9(04).
           05  concurso-data                           pic x(08).
           05  concurso-data-chave                     pic 9(08).
           05  concurso-qtd-bolas                      pic 9(02).
           05  concurso-bola                           pic 9(02) occurs 20.

      *>----Variaveis de trabalho
       working-storage section.
       77  st-historico-real                       pic x(02).
       77  eof-caixa                               pic x(01) value "N".
           88  fim-caixa                             value "S".
       77  historico-aberto                        pic x(01) value "N".
           88  historico-disponivel                  value "S".

      *>----Campos desmontados de uma linha do arquivo da Caixa
       77  campo-concurso                          pic x(10).
      *>----Valores convertidos e validados da linha corrente
       77  concurso-novo                           pic 9(04).
       77  data-nova                               pic x(08).
       77  data-chave-nova                         pic x(08).
       77  dia-novo                                pic 9(02).
       77  mes-novo                                pic 9(02).
       01  bolas-novas.
           05  bola-nova                              pic 9(02) occurs 15.
       77  ws-linha-valida                          pic x(01).
           88  linha-valida                          value "S".

      *>----Conversao de campo texto em numero (digitos com espacos ao redor)
       77  campo-texto-conv                        pic x(10).
       77  qtd-importados                          pic 9(05) value 0.
       77  qtd-rejeitados                          pic 9(05) value 0.
       77  qtd-ja-existentes                       pic 9(05) value 0.

      *>----Variaveis de controle das validacoes
       77  ind1                                    pic 9(02).
       77  ind2                                    pic 9(02).

      *>----Variaveis para comunicação entre programas
       linkage section.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>Inicilizacao: escolha do jogo do arquivo da Caixa e abertura do historico
       inicializa section.

           display "===================================================="
               accept game-selecionado
           end-perform

      *>o historico indexado e criado vazio na primeira importacao
           open i-o historico-real-file
           if st-historico-real = "35"
               display "HISTORICO-REAL.DAT ainda nao existe, sera criado com os concursos importados"
               open output historico-real-file
               close historico-real-file
               open i-o historico-real-file
           end-if
           if st-historico-real <> "00"
               display "Erro ao abrir HISTORICO-REAL.DAT (status " st-historico-real
                   "), nada sera importado"
               move 8 to return-code
           else
               move "S" to historico-aberto
           end-if
           .
       inicializa-exit.
      *>leitura do arquivo da Caixa, uma linha por concurso publicado
       processamento section.

           if historico-disponivel
               open input caixa-file
               if st-caixa <> "00"
                   display "Arquivo de resultados da Caixa (RESULTADOS-CAIXA.CSV) nao encontrado"
               else
                   move "N" to eof-caixa
                   perform until fim-caixa
                       read caixa-file
                           at end
                               move "S" to eof-caixa
                       end-read
                       if not fim-caixa
                           add 1 to linhas-lidas
                           perform importa-linha-caixa
                       end-if
                   end-perform
                   close caixa-file
               end-if
               close historico-real-file
           end-if
           .
       processamento-exit.

      *>--------------------------------------------importa-linha------
       importa-linha-caixa section.
      *>desmonta, valida e (se inedito) grava pela chave o concurso da linha corrente da Caixa

      *>arquivos vindos de outra plataforma podem trazer CR no final da linha
           inspect caixa-reg replacing all x"0d" by space
           end-if

      *>concursos ja gravados para o mesmo jogo nao entram de novo, para a
      *>reconciliacao e a conferencia nao duplicarem: a chave jogo + concurso
      *>recusa a gravacao e o arquivo fica como estava
           if linha-valida
               perform monta-concurso-novo
               write historico-real-reg
                   invalid key
                       if st-historico-real = "22"
                           display "Linha " linhas-lidas ": concurso " concurso-novo
                               " ja existe no arquivo para o jogo "
                               game-nome(game-selecionado) ", ignorado"
                           add 1 to qtd-ja-existentes
                       else
                           display "Linha " linhas-lidas ": erro ao gravar o concurso "
                               concurso-novo " (status " st-historico-real ")"
                           add 1 to qtd-rejeitados
                           move 8 to return-code
                       end-if
                   not invalid key
                       add 1 to qtd-importados
               end-write
           end-if
           .
       importa-linha-caixa-exit.
           exit.
      *>----------------------------------------------------------------

      *>--------------------------------------------monta-concurso-----
       monta-concurso-novo section.
      *>registro do historico com o concurso validado da linha corrente; a data
      *>DDMMAAAA e remontada como AAAAMMDD para a chave alternada
           move spaces to historico-real-reg
           move game-selecionado to concurso-jogo
           move concurso-novo to concurso-numero
           move data-nova to concurso-data
           move spaces to data-chave-nova
           string data-caixa-ano delimited by size
                  data-caixa-mes delimited by size
                  data-caixa-dia delimited by size
               into data-chave-nova
           move data-chave-nova to concurso-data-chave
           move game-qtd-sorteio(game-selecionado) to concurso-qtd-bolas
           perform varying ind1 from 1 by 1 until ind1 > 20
               if ind1 > game-qtd-sorteio(game-selecionado)
                   move 0 to concurso-bola(ind1)
               else
                   move bola-nova(ind1) to concurso-bola(ind1)
               end-if
           end-perform
           .
       monta-concurso-novo-exit.
           exit.
      *>----------------------------------------------------------------

           exit.
      *>----------------------------------------------------------------

      *>resumo da importacao
       finaliza section.

           display "Concursos importados:             " qtd-importados
           display "Linhas rejeitadas:                " qtd-rejeitados
           display "Concursos ja existentes:          " qtd-ja-existentes
           display "===================================================="

           stop run

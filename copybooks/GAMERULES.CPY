      *>==================================================================
      *>Copybook GAMERULES - regras dos jogos de loteria da Caixa
      *>faixa de numeros, quantidade sorteada, faixa de numeros apostaveis
      *>e calendario (quantidade de concursos sorteados por semana)
      *>==================================================================
       01  game-rules-valores.
           05  filler                   pic x(12) value "MEGA-SENA   ".
           05  filler                   pic 9(02) value 06.
           05  filler                   pic 9(02) value 06.
           05  filler                   pic 9(02) value 15.
           05  filler                   pic 9(01) value 3.
           05  filler                   pic x(12) value "QUINA       ".
           05  filler                   pic 9(02) value 80.
           05  filler                   pic 9(02) value 05.
           05  filler                   pic 9(02) value 05.
           05  filler                   pic 9(02) value 15.
           05  filler                   pic 9(01) value 6.
           05  filler                   pic x(12) value "LOTOFACIL   ".
           05  filler                   pic 9(02) value 25.
           05  filler                   pic 9(02) value 15.
           05  filler                   pic 9(02) value 15.
           05  filler                   pic 9(02) value 20.
           05  filler                   pic 9(01) value 6.

       01  game-rules-tabela redefines game-rules-valores.
           05  game-rules occurs 3.
               10  game-qtd-sorteio      pic 9(02).
               10  game-min-aposta       pic 9(02).
               10  game-max-aposta       pic 9(02).
               10  game-sorteios-semana  pic 9(01).

       77  game-selecionado             pic 9(01) value 1.
           88  game-nenhum               value 0.

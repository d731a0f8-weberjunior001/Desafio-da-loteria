               10  custo-aposta           pic 9(07)v99 occurs 20.

      *>premios simulados (representativos, o premio real da Caixa varia por concurso), por jogo
      *>mesma ordem de GAME-RULES: Mega-Sena, Quina, Lotofacil; cada jogo tem a sua
      *>lista de faixas de premiacao, da mais baixa para a principal: quantidade de
      *>faixas do jogo e, por faixa, o minimo de acertos e o valor (ate 6 faixas,
      *>as nao usadas ficam zeradas); um acerto vale o premio da faixa mais alta
      *>cujo minimo ele alcanca
       01  tabela-premio-valores.
      *>----Mega-Sena: 3 faixas
           05  filler                   pic 9(02) value 03.
           05  filler                   pic 9(02) value 04.
           05  filler                   pic 9(11)v99 value 1000,00.      *> quadra
           05  filler                   pic 9(02) value 05.
           05  filler                   pic 9(11)v99 value 50000,00.     *> quina
           05  filler                   pic 9(02) value 06.
           05  filler                   pic 9(11)v99 value 60000000,00.  *> sena
           05  filler                   pic 9(02) value 0.
           05  filler                   pic 9(11)v99 value 0.
           05  filler                   pic 9(02) value 0.
           05  filler                   pic 9(11)v99 value 0.
           05  filler                   pic 9(02) value 0.
           05  filler                   pic 9(11)v99 value 0.
      *>----Quina: 4 faixas
           05  filler                   pic 9(02) value 04.
           05  filler                   pic 9(02) value 02.
           05  filler                   pic 9(11)v99 value 3,00.         *> duque
           05  filler                   pic 9(02) value 03.
           05  filler                   pic 9(11)v99 value 10,00.        *> terno
           05  filler                   pic 9(02) value 04.
           05  filler                   pic 9(11)v99 value 5000,00.      *> quadra
           05  filler                   pic 9(02) value 05.
           05  filler                   pic 9(11)v99 value 3000000,00.   *> quina
           05  filler                   pic 9(02) value 0.
           05  filler                   pic 9(11)v99 value 0.
           05  filler                   pic 9(02) value 0.
           05  filler                   pic 9(11)v99 value 0.
      *>----Lotofacil: 5 faixas
           05  filler                   pic 9(02) value 05.
           05  filler                   pic 9(02) value 11.
           05  filler                   pic 9(11)v99 value 6,00.         *> 11 pontos
           05  filler                   pic 9(02) value 12.
           05  filler                   pic 9(11)v99 value 12,00.        *> 12 pontos
           05  filler                   pic 9(02) value 13.
           05  filler                   pic 9(11)v99 value 25,00.        *> 13 pontos
           05  filler                   pic 9(02) value 14.
           05  filler                   pic 9(11)v99 value 1500,00.      *> 14 pontos
           05  filler                   pic 9(02) value 15.
           05  filler                   pic 9(11)v99 value 1500000,00.   *> 15 pontos
           05  filler                   pic 9(02) value 0.
           05  filler                   pic 9(11)v99 value 0.

       01  tabela-premio redefines tabela-premio-valores.
           05  premio-jogo              occurs 3.
               10  qtd-faixas-premio      pic 9(02).
               10  premio-faixa           occurs 6.
                   15  acertos-faixa-premio pic 9(02).
                   15  premio-tier          pic 9(11)v99.

      *>==================================================================
      *>Copybook BACKUP - conjunto de arquivos de dados da copia de
      *>seguranca: prefixo do nome (o arquivo vivo e prefixo.DAT e a copia
      *>numero n e prefixo-Bnnnn.DAT) e organizacao (I = indexado, copiado
      *>descarregado em ordem de chave; S = sequencial, copiado registro a
      *>registro); a ordem da tabela e a ordem dos arquivos no catalogo
      *>==================================================================
       01  arquivos-dados-valores.
           05  filler                   pic x(20) value "CARTELAS".
           05  filler                   pic x(01) value "I".
           05  filler                   pic x(20) value "APOSTAS".
           05  filler                   pic x(01) value "I".
           05  filler                   pic x(20) value "HISTORICO-REAL".
           05  filler                   pic x(01) value "I".
           05  filler                   pic x(20) value "PREMIOS-CONTROLE".
           05  filler                   pic x(01) value "I".
           05  filler                   pic x(20) value "PREMIOS-REAIS".
           05  filler                   pic x(01) value "S".
           05  filler                   pic x(20) value "CONFERENCIA".
           05  filler                   pic x(01) value "S".
           05  filler                   pic x(20) value "CONFERENCIA-CTRL".
           05  filler                   pic x(01) value "S".
           05  filler                   pic x(20) value "BOLAO".
           05  filler                   pic x(01) value "S".
           05  filler                   pic x(20) value "BOLAO-CONTA".
           05  filler                   pic x(01) value "S".
           05  filler                   pic x(20) value "SORTEIO-LOG".
           05  filler                   pic x(01) value "S".
           05  filler                   pic x(20) value "EXECUCOES".
           05  filler                   pic x(01) value "S".

       01  arquivos-dados-tabela redefines arquivos-dados-valores.
           05  arquivo-dados occurs 11.
               10  prefixo-arquivo-dados pic x(20).
               10  tipo-arquivo-dados    pic x(01).
                   88  arquivo-dados-indexado value "I".

       77  qtd-arquivos-dados           pic 9(02) value 11.

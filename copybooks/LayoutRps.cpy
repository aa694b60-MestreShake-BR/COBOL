      * Layout posicional do lote de RPS enviado a prefeitura
      * (rps_lote.txt), na disciplina de LayoutRemessa.cpy: registro
      * de 80 posicoes com header (tipo 00), detalhe de RPS (tipo 10)
      * e trailer (tipo 99) com contagem e valor total. Servico 0801
      * (ensino regular) da lista municipal. Gravado por LOTERPS.cbl;
      * a prefeitura devolve nfse_retorno.txt com a NFS-e emitida ou
      * a critica de cada RPS.
       01 RPL-REGISTRO PIC X(80).
       01 RPL-HEADER REDEFINES RPL-REGISTRO.
           05 RPL-H-TIPO PIC X(2).
           05 RPL-H-ESCOLA PIC X(8).
           05 RPL-H-DATA PIC 9(8).
           05 RPL-H-LOTE PIC 9(6).
           05 FILLER PIC X(56).
       01 RPL-DETALHE REDEFINES RPL-REGISTRO.
           05 RPL-D-TIPO PIC X(2).
           05 RPL-D-RPS PIC 9(8).
           05 RPL-D-DATA PIC 9(8).
           05 RPL-D-SERVICO PIC X(4).
           05 RPL-D-VALOR PIC 9(5)V9(2).
           05 RPL-D-TOMADOR PIC X(30).
           05 RPL-D-MATRICULA PIC 9(5).
           05 RPL-D-COMPETENCIA PIC 9(6).
           05 RPL-D-SUBSTITUI PIC 9(8).
           05 FILLER PIC X(2).
       01 RPL-TRAILER REDEFINES RPL-REGISTRO.
           05 RPL-T-TIPO PIC X(2).
           05 RPL-T-QTD PIC 9(6).
           05 RPL-T-VALOR-TOTAL PIC 9(9)V9(2).
           05 FILLER PIC X(61).

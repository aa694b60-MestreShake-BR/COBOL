      * Layout posicional do acompanhamento de frequencia escolar do
      * Bolsa Familia: registro unico de 80 posicoes com header
      * (tipo 00), um detalhe por beneficiario (tipo 10) e trailer
      * (tipo 99), redefinidos sobre a mesma area. Cada detalhe traz
      * os dois meses do periodo bimestral, com o percentual de
      * frequencia do mes (inteiro, ja sem as faltas justificadas
      * por atestado) e o codigo de motivo, obrigatorio quando o
      * percentual fica abaixo do minimo da faixa etaria. A marca
      * de apuracao e "S" quando o mes teve dia letivo e "N" quando
      * nao teve (percentual zerado, sem motivo). Gravado por
      * BOLSAFAMILIA.cbl.
       01 BFX-REGISTRO PIC X(80).
       01 BFX-HEADER REDEFINES BFX-REGISTRO.
           05 BFX-H-TIPO PIC X(2).
           05 BFX-H-ESCOLA PIC X(8).
           05 BFX-H-ANO PIC 9(4).
           05 BFX-H-PERIODO PIC 9(1).
           05 BFX-H-DATA PIC 9(8).
           05 FILLER PIC X(57).
       01 BFX-DETALHE REDEFINES BFX-REGISTRO.
           05 BFX-D-TIPO PIC X(2).
           05 BFX-D-NIS PIC 9(11).
           05 BFX-D-MATRICULA PIC 9(5).
           05 BFX-D-NOME PIC X(20).
           05 BFX-D-SERIE PIC 9(2).
           05 BFX-D-MES OCCURS 2 TIMES.
               10 BFX-D-REFERENCIA PIC 9(6).
               10 BFX-D-APURADO PIC X(1).
               10 BFX-D-PERCENTUAL PIC 9(3).
               10 BFX-D-MOTIVO PIC X(2).
           05 FILLER PIC X(16).
       01 BFX-TRAILER REDEFINES BFX-REGISTRO.
           05 BFX-T-TIPO PIC X(2).
           05 BFX-T-QTD-DETALHES PIC 9(6).
           05 BFX-T-QTD-ABAIXO PIC 9(6).
           05 FILLER PIC X(66).

      * Layout posicional do resumo de situacao vacinal enviado a
      * secretaria municipal de saude: registro unico de 80
      * posicoes com header (tipo 00), um detalhe por vacina e dose
      * do calendario (tipo 10) com o numero de alunos na idade da
      * dose, quantos estao com a dose registrada e quantos estao
      * atrasados, e trailer (tipo 99) com os alunos avaliados,
      * os que tem alguma dose atrasada e os sem carteira
      * registrada. Gravado por VACINACAO.cbl.
       01 VCX-REGISTRO PIC X(80).
       01 VCX-HEADER REDEFINES VCX-REGISTRO.
           05 VCX-H-TIPO PIC X(2).
           05 VCX-H-ESCOLA PIC X(8).
           05 VCX-H-DATA PIC 9(8).
           05 FILLER PIC X(62).
       01 VCX-DETALHE REDEFINES VCX-REGISTRO.
           05 VCX-D-TIPO PIC X(2).
           05 VCX-D-VACINA PIC X(10).
           05 VCX-D-DOSE PIC 9(1).
           05 VCX-D-ELEGIVEIS PIC 9(6).
           05 VCX-D-EM-DIA PIC 9(6).
           05 VCX-D-ATRASADOS PIC 9(6).
           05 FILLER PIC X(49).
       01 VCX-TRAILER REDEFINES VCX-REGISTRO.
           05 VCX-T-TIPO PIC X(2).
           05 VCX-T-QTD-DETALHES PIC 9(6).
           05 VCX-T-AVALIADOS PIC 9(6).
           05 VCX-T-COM-ATRASO PIC 9(6).
           05 VCX-T-SEM-CARTEIRA PIC 9(6).
           05 FILLER PIC X(54).

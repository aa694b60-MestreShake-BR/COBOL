      * Layout posicional dos arquivos trocados com o cadastro de
      * protecao ao credito, na disciplina de LayoutRemessa.cpy:
      * registro de 80 posicoes com header (tipo 00, operacao I de
      * inclusao ou E de exclusao), detalhe da divida (tipo 10),
      * endereco do devedor (tipo 11, so na inclusao) e trailer
      * (tipo 99) com contagem de dividas e valor total. O contrato
      * e a chave da mensalidade (matricula + competencia), a mesma
      * na inclusao e na exclusao. Gravado em
      * negativacao_inclusao.txt por NEGATIVACAO.cbl e em
      * negativacao_exclusao.txt por BAIXANEGATIVACAO.
       01 NGL-REGISTRO PIC X(80).
       01 NGL-HEADER REDEFINES NGL-REGISTRO.
           05 NGL-H-TIPO PIC X(2).
           05 NGL-H-OPERACAO PIC X(1).
           05 NGL-H-CREDOR PIC X(8).
           05 NGL-H-DATA PIC 9(8).
           05 NGL-H-LOTE PIC 9(6).
           05 FILLER PIC X(55).
       01 NGL-DETALHE REDEFINES NGL-REGISTRO.
           05 NGL-D-TIPO PIC X(2).
           05 NGL-D-OPERACAO PIC X(1).
           05 NGL-D-CONTRATO.
               10 NGL-D-MATRICULA PIC 9(5).
               10 NGL-D-COMPETENCIA PIC 9(6).
           05 NGL-D-VENCIMENTO PIC 9(8).
           05 NGL-D-VALOR PIC 9(7)V9(2).
           05 NGL-D-DEVEDOR PIC X(30).
           05 NGL-D-DATA-AVISO PIC 9(8).
           05 FILLER PIC X(11).
       01 NGL-ENDERECO REDEFINES NGL-REGISTRO.
           05 NGL-E-TIPO PIC X(2).
           05 NGL-E-CONTRATO PIC X(11).
           05 NGL-E-ENDERECO PIC X(40).
           05 NGL-E-TELEFONE PIC X(15).
           05 FILLER PIC X(12).
       01 NGL-TRAILER REDEFINES NGL-REGISTRO.
           05 NGL-T-TIPO PIC X(2).
           05 NGL-T-QTD PIC 9(6).
           05 NGL-T-VALOR-TOTAL PIC 9(9)V9(2).
           05 FILLER PIC X(61).

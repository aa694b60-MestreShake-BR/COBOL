      * 80 posicoes, header tipo 00 com a competencia, um detalhe
      * tipo 10 por professor com as aulas efetivamente dadas
      * (regulares e como substituto) e trailer tipo 99 com as
      * somas. Os encontros de contraturno dados no mes
      * (contraturno_sessoes.idx) vao a parte, em encontros e
      * minutos, fora do total de aulas. Gravado por
      * EXPORTARHORAS.cbl.
       01 HOR-REGISTRO PIC X(80).
       01 HOR-HEADER REDEFINES HOR-REGISTRO.
           05 HOR-H-TIPO PIC X(2).
           05 HOR-D-AULAS-REGULARES PIC 9(4).
           05 HOR-D-AULAS-SUBST PIC 9(4).
           05 HOR-D-AULAS-TOTAL PIC 9(4).
           05 HOR-D-ENCONTROS-CONTRATURNO PIC 9(4).
           05 HOR-D-MINUTOS-CONTRATURNO PIC 9(5).
           05 FILLER PIC X(49).
       01 HOR-TRAILER REDEFINES HOR-REGISTRO.
           05 HOR-T-TIPO PIC X(2).
           05 HOR-T-QTD-PROFESSORES PIC 9(4).
           05 HOR-T-TOTAL-AULAS PIC 9(6).
           05 HOR-T-TOTAL-ENCONTROS PIC 9(6).
           05 HOR-T-TOTAL-MINUTOS PIC 9(7).
           05 FILLER PIC X(55).

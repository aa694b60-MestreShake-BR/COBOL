      * baixa de pagamentos em MENSALIDADES.cbl usa estes parametros
      * para conferir multa e juros recebidos, em vez de a
      * tesouraria refazer a conta na calculadora.
      * A mesma linha pode trazer mais dois campos para a
      * negativacao, MULTA;JUROS-DIA;DIAS-ATRASO;DIAS-AVISO (por
      * exemplo "002.00;00.033;090;010"): dias depois do vencimento
      * para a cobranca ir ao aviso previo e prazo do aviso antes da
      * inclusao no bureau. Sem eles, valem 90 e 10 dias. Lidos
      * pela entrada POLITICA-NEGATIVACAO (NEGATIVACAO.cbl).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CARREGADA PIC X VALUE "N".
       01 WS-MULTA PIC 9(3)V9(2) VALUE 2.
       01 WS-JUROS-DIA PIC 9(2)V9(3) VALUE 0.033.
       01 WS-DIAS-NEGATIVACAO PIC 9(3) VALUE 90.
       01 WS-DIAS-AVISO PIC 9(3) VALUE 10.
       01 WS-CAMPOS.
           05 WS-CAMPO PIC X(10) OCCURS 4 TIMES.

       LINKAGE SECTION.
       01 LK-MULTA PIC 9(3)V9(2).
       01 LK-JUROS-DIA PIC 9(2)V9(3).
       01 LK-DIAS-NEGATIVACAO PIC 9(3).
       01 LK-DIAS-AVISO PIC 9(3).

       PROCEDURE DIVISION USING LK-MULTA LK-JUROS-DIA.
       PRINCIPAL.
           MOVE WS-JUROS-DIA TO LK-JUROS-DIA.
           GOBACK.

       ENTRY "POLITICA-NEGATIVACAO" USING LK-DIAS-NEGATIVACAO
               LK-DIAS-AVISO.
           IF WS-CARREGADA = "N"
               PERFORM CARREGAR-POLITICA
               MOVE "S" TO WS-CARREGADA
           END-IF.
           MOVE WS-DIAS-NEGATIVACAO TO LK-DIAS-NEGATIVACAO.
           MOVE WS-DIAS-AVISO TO LK-DIAS-AVISO.
           GOBACK.

       CARREGAR-POLITICA.
           OPEN INPUT ARQUIVO-POLITICA.
           IF WS-STATUS = "00"
       INTERPRETAR-POLITICA.
           MOVE SPACES TO WS-CAMPOS.
           UNSTRING LINHA-POLITICA DELIMITED BY ";"
               INTO WS-CAMPO(1) WS-CAMPO(2) WS-CAMPO(3) WS-CAMPO(4)
           END-UNSTRING.
           IF WS-CAMPO(1) NOT = SPACES
               COMPUTE WS-MULTA = FUNCTION NUMVAL(WS-CAMPO(1))
           IF WS-CAMPO(2) NOT = SPACES
               COMPUTE WS-JUROS-DIA = FUNCTION NUMVAL(WS-CAMPO(2))
           END-IF.
           IF WS-CAMPO(3) NOT = SPACES
               COMPUTE WS-DIAS-NEGATIVACAO =
                   FUNCTION NUMVAL(WS-CAMPO(3))
           END-IF.
           IF WS-CAMPO(4) NOT = SPACES
               COMPUTE WS-DIAS-AVISO = FUNCTION NUMVAL(WS-CAMPO(4))
           END-IF.

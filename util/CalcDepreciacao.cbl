       IDENTIFICATION DIVISION.
           PROGRAM-ID. CALCDEPRECIACAO.
           AUTHOR. Alexandre S S Alves.

      * Depreciacao linear de um bem do patrimonio, num lugar so
      * para o resumo de PATRIMONIO.cbl e o movimento contabil de
      * EXPORTARCONTABIL concordarem. Taxa anual pela classe (MO
      * moveis 10%, EQ equipamentos 10%, IN informatica 20%, VE
      * veiculos 20%; classe desconhecida vale como MO). Deprecia a
      * partir do mes seguinte ao da aquisicao, em cotas mensais de
      * um doze avos da taxa, ate zerar o valor. Devolve, para o mes
      * de referencia (AAAAMM), a depreciacao acumulada ate o fim
      * dele e a cota do proprio mes.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TAXA PIC 9(3)V9(2).
       01 WS-MESES PIC S9(5).
       01 WS-COTA PIC 9(7)V9(2).
       01 WS-ANTERIOR PIC 9(9)V9(2).
       01 WS-REFERENCIA.
           05 WS-REF-ANO PIC 9(4).
           05 WS-REF-MES PIC 9(2).
       01 WS-AQUISICAO.
           05 WS-AQU-ANO PIC 9(4).
           05 WS-AQU-MES PIC 9(2).
           05 WS-AQU-DIA PIC 9(2).

       LINKAGE SECTION.
       01 LK-CLASSE PIC X(2).
       01 LK-VALOR PIC 9(7)V9(2).
       01 LK-DATA-AQUISICAO PIC 9(8).
       01 LK-COMPETENCIA PIC 9(6).
       01 LK-ACUMULADA PIC 9(7)V9(2).
       01 LK-DO-MES PIC 9(7)V9(2).

       PROCEDURE DIVISION USING LK-CLASSE LK-VALOR LK-DATA-AQUISICAO
               LK-COMPETENCIA LK-ACUMULADA LK-DO-MES.
       PRINCIPAL.
           MOVE ZERO TO LK-ACUMULADA.
           MOVE ZERO TO LK-DO-MES.
           EVALUATE LK-CLASSE
               WHEN "IN"
               WHEN "VE"
                   MOVE 20 TO WS-TAXA
               WHEN OTHER
                   MOVE 10 TO WS-TAXA
           END-EVALUATE.
           MOVE LK-COMPETENCIA TO WS-REFERENCIA.
           MOVE LK-DATA-AQUISICAO TO WS-AQUISICAO.
           COMPUTE WS-MESES = (WS-REF-ANO - WS-AQU-ANO) * 12
               + WS-REF-MES - WS-AQU-MES.
           IF WS-MESES < 1 OR LK-VALOR = ZERO
               GOBACK
           END-IF.
           COMPUTE WS-COTA ROUNDED = LK-VALOR * WS-TAXA / 1200.
           COMPUTE WS-ANTERIOR = WS-COTA * (WS-MESES - 1).
           IF WS-ANTERIOR >= LK-VALOR
               MOVE LK-VALOR TO LK-ACUMULADA
               GOBACK
           END-IF.
           IF WS-ANTERIOR + WS-COTA > LK-VALOR
               COMPUTE LK-DO-MES = LK-VALOR - WS-ANTERIOR
           ELSE
               MOVE WS-COTA TO LK-DO-MES
           END-IF.
           COMPUTE LK-ACUMULADA = WS-ANTERIOR + LK-DO-MES.
           GOBACK.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WS-STATUS-TUR.
           SELECT ARQUIVO-CADASTRO ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-MATRICULA
               ALTERNATE RECORD KEY IS CAD-TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS CAD-UNIDADE WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CAD.

       DATA DIVISION.
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-CAD PIC X(2).
       01 WS-NOME-FONTE PIC X(30).
       01 WS-ANO-BASE PIC 9(4).
       01 WS-SERIE-BASE PIC 9(2).
       01 WS-ANO-FINAL PIC 9(4).
           IF WS-STATUS-CAD = "00"
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-CO-QTD
                   MOVE WS-CO-MAT(WS-IND) TO CAD-MATRICULA
                   READ ARQUIVO-CADASTRO
                       INVALID KEY
                           CONTINUE

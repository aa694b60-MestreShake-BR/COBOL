       IDENTIFICATION DIVISION.
           PROGRAM-ID. REGISTRARACESSO.
           AUTHOR. Alexandre S S Alves.

      * Acrescenta uma linha ao log de leitura de dados sensiveis
      * (acessos_sensiveis.log), no mesmo desenho de acrescimo de
      * GRAVAREVENTO: tipo do dado consultado (S saude, O
      * ocorrencia, C orientacao), matricula e programa vem do
      * chamador; o operador e o da sessao corrente (OPERADORATUAL).
      * Falha ao gravar nao interrompe a consulta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ACESSO ASSIGN TO "acessos_sensiveis.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ACESSO.
           COPY "RegistroAcessoSensivel.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS PIC X(2).
       01 WS-DATA-HORA PIC X(21).
       01 WS-OPERADOR-SESSAO PIC X(8).
       01 WS-PERFIL-SESSAO PIC X(1).

       LINKAGE SECTION.
       01 LK-TIPO PIC X(1).
       01 LK-MATRICULA PIC 9(5).
       01 LK-PROGRAMA PIC X(16).

       PROCEDURE DIVISION USING LK-TIPO LK-MATRICULA LK-PROGRAMA.
       PRINCIPAL.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           OPEN EXTEND ARQUIVO-ACESSO.
           IF WS-STATUS = "35"
               OPEN OUTPUT ARQUIVO-ACESSO
           END-IF.
           IF WS-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               MOVE WS-DATA-HORA(1:14) TO ACS-DATA-HORA
               MOVE WS-OPERADOR-SESSAO TO ACS-OPERADOR
               MOVE LK-MATRICULA TO ACS-MATRICULA
               MOVE LK-TIPO TO ACS-TIPO
               MOVE LK-PROGRAMA TO ACS-PROGRAMA
               WRITE REG-ACESSO
               CLOSE ARQUIVO-ACESSO
           END-IF.
           GOBACK.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. ELETIVAGRUPO.
           AUTHOR. Alexandre S S Alves.

      * Diz se um codigo de turma e, na verdade, o grupo de uma
      * eletiva (eletivas.idx), devolvendo "S"/"N", o ano letivo e
      * a disciplina da oferta. O ponto de entrada INSCRITOELETIVA
      * diz se uma matricula tem vaga confirmada ("M") na eletiva,
      * em inscricoes_eletivas.idx. Usados pela grade de horarios,
      * pelo diario de classe e pela digitacao de notas para
      * trocar a lista de chamada da turma pela lista de inscritos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ELETIVA ASSIGN TO "eletivas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELT-CODIGO
               FILE STATUS IS WS-STATUS-ELT.
           SELECT ARQUIVO-INSCRICAO
               ASSIGN TO "inscricoes_eletivas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IEL-CHAVE
               FILE STATUS IS WS-STATUS-IEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ELETIVA.
           COPY "RegistroEletiva.cpy".

       FD  ARQUIVO-INSCRICAO.
           COPY "RegistroInscricaoEletiva.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ELT PIC X(2).
       01 WS-STATUS-IEL PIC X(2).

       LINKAGE SECTION.
       01 LK-CODIGO PIC X(10).
       01 LK-ELETIVA PIC X(1).
       01 LK-ANO-LETIVO PIC 9(4).
       01 LK-DISCIPLINA PIC X(20).
       01 LK-MATRICULA PIC 9(5).
       01 LK-INSCRITO PIC X(1).

       PROCEDURE DIVISION USING LK-CODIGO LK-ELETIVA LK-ANO-LETIVO
               LK-DISCIPLINA.
       PRINCIPAL.
           MOVE "N" TO LK-ELETIVA.
           MOVE ZERO TO LK-ANO-LETIVO.
           MOVE SPACES TO LK-DISCIPLINA.
           IF LK-CODIGO = SPACES
               GOBACK
           END-IF.
           OPEN INPUT ARQUIVO-ELETIVA.
           IF WS-STATUS-ELT NOT = "00"
               GOBACK
           END-IF.
           MOVE LK-CODIGO TO ELT-CODIGO.
           READ ARQUIVO-ELETIVA KEY IS ELT-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO LK-ELETIVA
                   MOVE ELT-ANO-LETIVO TO LK-ANO-LETIVO
                   MOVE ELT-DISCIPLINA TO LK-DISCIPLINA
           END-READ.
           CLOSE ARQUIVO-ELETIVA.
           GOBACK.

       ENTRY "INSCRITOELETIVA" USING LK-MATRICULA LK-CODIGO
               LK-INSCRITO.
           MOVE "N" TO LK-INSCRITO.
           OPEN INPUT ARQUIVO-INSCRICAO.
           IF WS-STATUS-IEL NOT = "00"
               GOBACK
           END-IF.
           MOVE LK-MATRICULA TO IEL-MATRICULA.
           MOVE LK-CODIGO TO IEL-ELETIVA.
           READ ARQUIVO-INSCRICAO KEY IS IEL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IEL-MATRICULADO
                       MOVE "S" TO LK-INSCRITO
                   END-IF
           END-READ.
           CLOSE ARQUIVO-INSCRICAO.
           GOBACK.

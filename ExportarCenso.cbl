
      * Exportacao posicional para o Censo Escolar: gera
      * censo_escolar.txt com header, um detalhe por aluno de
      * alunos.idx, um detalhe por professor de professores.idx e
      * trailer com as contagens, no layout fixo de LayoutCenso.cpy.
      * O detalhe de aluno leva os indicadores de deficiencia e os
      * recursos de avaliacao do atendimento especializado ativo em
      * aee.idx; transtorno de aprendizagem (categoria 10) nao e
      * categoria do Censo e nao marca deficiencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-PROFESSOR ASSIGN TO "professores.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-CHAVE
               FILE STATUS IS WS-STATUS-DOC.
           SELECT ARQUIVO-AEE ASSIGN TO "aee.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AEE-MATRICULA
               FILE STATUS IS WS-STATUS-AEE.
           SELECT ARQUIVO-CENSO ASSIGN TO "censo_escolar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CEN.
       FD  ARQUIVO-DOCUMENTO.
           COPY "RegistroDocumento.cpy".

       FD  ARQUIVO-AEE.
           COPY "RegistroAee.cpy".

       FD  ARQUIVO-CENSO.
           COPY "LayoutCenso.cpy".

       01 WS-DOC-TIPO PIC 9(1).
       01 WS-TEM-PENDENCIA PIC X.
       01 WS-ALUNOS-COM-PENDENCIA PIC 9(5) VALUE ZERO.
       01 WS-STATUS-AEE PIC X(2).
       01 WS-AEE-OK PIC X VALUE "N".
       01 WS-ALUNOS-COM-DEFICIENCIA PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           IF WS-STATUS-DOC = "00"
               MOVE "S" TO WS-DOCS-OK
           END-IF.
           OPEN INPUT ARQUIVO-AEE.
           IF WS-STATUS-AEE = "00"
               MOVE "S" TO WS-AEE-OK
           END-IF.

           PERFORM GRAVAR-HEADER.
           PERFORM EXPORTAR-ALUNOS.
           IF WS-DOCS-OK = "S"
               CLOSE ARQUIVO-DOCUMENTO
           END-IF.
           IF WS-AEE-OK = "S"
               CLOSE ARQUIVO-AEE
           END-IF.
           IF WS-ALUNOS-COM-PENDENCIA > ZERO
               DISPLAY "AVISO: " WS-ALUNOS-COM-PENDENCIA
                   " aluno(s) exportado(s) com documento "
           END-IF.
           DISPLAY "Alunos exportados:      " WS-QTD-ALUNOS.
           DISPLAY "Professores exportados: " WS-QTD-PROFESSORES.
           DISPLAY "Alunos com deficiencia: "
               WS-ALUNOS-COM-DEFICIENCIA.
           DISPLAY "Arquivo gerado: censo_escolar.txt".
           DISPLAY "=========================================".
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU "); alunos nao exportados."
           ELSE
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                           MOVE IDADE-ALUNO TO CEN-A-IDADE
                           MOVE TURMA TO CEN-A-TURMA
                           MOVE ANO-LETIVO TO CEN-A-ANO-LETIVO
                           PERFORM MARCAR-DEFICIENCIA
                           WRITE CEN-REGISTRO
                           ADD 1 TO WS-QTD-ALUNOS
                           PERFORM AVISAR-DOCS-PENDENTES
               CLOSE ARQUIVO-ALUNOS
           END-IF.

       MARCAR-DEFICIENCIA.
      * Sem aee.idx, ou sem atendimento ativo, o aluno vai com todas
      * as marcas em "0".
           MOVE "0" TO CEN-A-DEFICIENCIA.
           MOVE ALL "0" TO CEN-A-TIPOS-DEFICIENCIA.
           MOVE ALL "0" TO CEN-A-RECURSOS.
           IF WS-AEE-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE MATRICULA-ALUNO TO AEE-MATRICULA.
           READ ARQUIVO-AEE KEY IS AEE-MATRICULA
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT AEE-ATIVO
               EXIT PARAGRAPH
           END-IF.
           IF AEE-CATEGORIA-CENSO
               MOVE "1" TO CEN-A-TIPO-DEF(AEE-CATEGORIA)
               MOVE "1" TO CEN-A-DEFICIENCIA
           END-IF.
           IF AEE-CATEGORIA-2 >= 1 AND AEE-CATEGORIA-2 <= 9
               MOVE "1" TO CEN-A-TIPO-DEF(AEE-CATEGORIA-2)
               MOVE "1" TO CEN-A-DEFICIENCIA
           END-IF.
           IF AEE-TEMPO-ADICIONAL = "S"
               MOVE "1" TO CEN-A-REC-TEMPO
           END-IF.
           IF AEE-SALA-SEPARADA = "S"
               MOVE "1" TO CEN-A-REC-SALA
           END-IF.
           IF AEE-PROVA-AMPLIADA = "S"
               MOVE "1" TO CEN-A-REC-AMPLIADA
           END-IF.
           IF AEE-LEDOR = "S"
               MOVE "1" TO CEN-A-REC-LEDOR
           END-IF.
           IF AEE-TRANSCRITOR = "S"
               MOVE "1" TO CEN-A-REC-TRANSCRITOR
           END-IF.
           IF AEE-INTERPRETE-LIBRAS = "S"
               MOVE "1" TO CEN-A-REC-LIBRAS
           END-IF.
           IF CEN-A-DEFICIENCIA = "1"
               ADD 1 TO WS-ALUNOS-COM-DEFICIENCIA
           END-IF.

       AVISAR-DOCS-PENDENTES.
      * O censo sai mesmo assim, mas o aluno com documento
      * obrigatorio pendente no checklist fica denunciado no

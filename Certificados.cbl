
      * Certificado de conclusao com numeracao de livro de registro.
      * Seleciona os alunos formados (SITUACAO "F", marcada por
      * FECHARANO) em alunos.idx, imprime o texto do certificado com
      * o resultado consolidado via IMPRELATORIO e atribui a cada um
      * um numero livro/folha/registro tirado do contador controlado
      * livro_registro.dat -- sequencia que nunca repete nem pula:
      * o contador so avanca, e cada emissao fica no registro
      * permanente certificados_emitidos.dat. A segunda via reusa o
      * numero original e sai carimbada como 2a VIA e lanca a taxa
      * avulsa CE (LANCARTAXA), cobrada com a mensalidade.
      * Convencao do livro: 30 registros por folha, 100 folhas por
      * livro, derivados aritmeticamente do numero sequencial.
      * Aluno com dependencia aberta (DEPENDENCIAABERTA) nao recebe o
      * certificado: ainda deve disciplina. Fica de fora da emissao,
      * contado no resumo, e sai na rodada seguinte ao encerramento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CADASTRO ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CAD.
           SELECT ARQUIVO-CONTADOR ASSIGN TO "livro_registro.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-STATUS-CAD PIC X(2).
       01 WS-STATUS-CTR PIC X(2).
       01 WS-STATUS-EMI PIC X(2).
       01 WS-MATRICULA PIC 9(5).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-PROXIMO-REGISTRO PIC 9(6) VALUE 1.
       01 WS-REL-TITULO PIC X(40)
           VALUE "CERTIFICADOS DE CONCLUSAO".
       01 WS-REL-LINHA PIC X(80).
       01 WS-TAXA-TIPO PIC X(2) VALUE "CE".
       01 WS-TAXA-QTD PIC 9(3) VALUE 1.
       01 WS-TAXA-REF PIC X(30).
       01 WS-TAXA-NUMERO PIC 9(5).
       01 WS-DEP-MATRICULA PIC 9(5).
       01 WS-DEP-ANO PIC 9(4).
       01 WS-DEP-ABERTAS PIC 9(2).
       01 WS-DEP-MAIS-ANTIGA PIC 9(4).
       01 WS-DEP-DO-ANO PIC 9(2).
       01 WS-TOTAL-COM-DEPENDENCIA PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM CARREGAR-CONTADOR.
           MOVE ZERO TO WS-TOTAL-EMITIDOS.
           MOVE ZERO TO WS-TOTAL-JA-TINHAM.
           MOVE ZERO TO WS-TOTAL-COM-DEPENDENCIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-CADASTRO.
           IF WS-STATUS-CAD NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-CAD ")."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Certificados emitidos:    " WS-TOTAL-EMITIDOS.
           DISPLAY "Ja tinham registro:       "
               WS-TOTAL-JA-TINHAM.
           DISPLAY "Recusados (dependencia):  "
               WS-TOTAL-COM-DEPENDENCIA.
           PERFORM PRINCIPAL.

       EMITIR-UM-CERTIFICADO.
               ADD 1 TO WS-TOTAL-JA-TINHAM
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONFERIR-DEPENDENCIA.
           IF WS-DEP-ABERTAS > ZERO
               ADD 1 TO WS-TOTAL-COM-DEPENDENCIA
               DISPLAY "Certificado recusado: matricula "
                   MATRICULA-ALUNO " com " WS-DEP-ABERTAS
                   " dependencia(s) aberta(s)."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROXIMO-REGISTRO TO WS-REGISTRO-ATUAL.
           ADD 1 TO WS-PROXIMO-REGISTRO.
      * O contador e persistido a cada emissao, nao so no fim do
           PERFORM REGISTRAR-EMISSAO.
           ADD 1 TO WS-TOTAL-EMITIDOS.

       CONFERIR-DEPENDENCIA.
           MOVE MATRICULA-ALUNO TO WS-DEP-MATRICULA.
           MOVE ANO-LETIVO TO WS-DEP-ANO.
           CALL "DEPENDENCIAABERTA" USING WS-DEP-MATRICULA
               WS-DEP-ANO WS-DEP-ABERTAS WS-DEP-MAIS-ANTIGA
               WS-DEP-DO-ANO.

       CONFERIR-JA-EMITIDO.
           MOVE "N" TO WS-JA-EMITIDO.
           MOVE ZERO TO WS-REGISTRO-ANTERIOR.
           ACCEPT WS-MATRICULA.
           OPEN INPUT ARQUIVO-CADASTRO.
           IF WS-STATUS-CAD NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-CAD ")."
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-MATRICULA TO MATRICULA-ALUNO.
           READ ARQUIVO-CADASTRO
               INVALID KEY
                   DISPLAY "Matricula nao encontrada."
           CALL "REL-FECHAR".
           DISPLAY "Segunda via emitida com o registro "
               WS-REGISTRO-ATUAL "."
      * Reimpressao no mesmo dia (papel enroscado) nao cobra de novo.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE SPACES TO WS-TAXA-REF.
           STRING WS-MATRICULA ANO-LETIVO WS-REGISTRO-ATUAL
                  WS-DATA-HORA(1:8)
                  DELIMITED BY SIZE INTO WS-TAXA-REF
           END-STRING.
           CALL "LANCARTAXA" USING WS-TAXA-TIPO WS-MATRICULA
               WS-TAXA-QTD WS-TAXA-REF WS-TAXA-NUMERO.
           PERFORM PRINCIPAL.

       LISTAR-LIVRO.

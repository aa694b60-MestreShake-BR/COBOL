
      * Extrato consolidado da familia: uma folha por casa, com as
      * notas de cada filho (ALUNOS.DATA), o percentual de presenca
      * (CALCFREQUENCIA), as mensalidades em aberto
      * (mensalidades.idx) e as taxas avulsas em aberto
      * (taxas_avulsas.idx), enderecada ao responsavel de
      * responsaveis.idx. Aceita o codigo do grupo familiar de
      * familias.idx ou uma matricula avulsa (o grupo e descoberto,
      * ou o extrato sai so daquele aluno). Substitui a colagem
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-MEN.
           SELECT ARQUIVO-TAXA ASSIGN TO "taxas_avulsas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-NUMERO
               FILE STATUS IS WS-STATUS-TAX.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       FD  ARQUIVO-TAXA.
           COPY "RegistroTaxa.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-FAM PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-MEN PIC X(2).
       01 WS-STATUS-TAX PIC X(2).
       01 WS-MATRICULA PIC 9(5).
       01 WS-FAMILIA-CODIGO PIC 9(5).
       01 WS-FIM-ARQUIVO PIC X.
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-IF.
           PERFORM IMPRIMIR-MENSALIDADES-ALUNO.
           PERFORM IMPRIMIR-TAXAS-ALUNO.
           MOVE ALL "-" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.

                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       IMPRIMIR-TAXAS-ALUNO.
      * Taxas avulsas em aberto (segunda chamada, livro, biblioteca,
      * certificado) somam no total da familia como a mensalidade.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-TAXA.
           IF WS-STATUS-TAX = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-TAXA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF TAX-ABERTA
                                   AND TAX-MATRICULA = WS-MATRICULA
                               PERFORM IMPRIMIR-TAXA-ABERTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TAXA
           END-IF.

       IMPRIMIR-TAXA-ABERTA.
           ADD TAX-VALOR TO WS-TOTAL-ABERTO-FAM.
           MOVE TAX-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "  TAXA EM ABERTO " TAX-DESCRICAO
                  " R$ " WS-ED-VALOR
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

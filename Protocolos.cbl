       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROTOCOLOS.
           AUTHOR. Alexandre S S Alves.

      * Balcao de ciencia dos documentos enviados a familia. Todo
      * boletim, carta de reprovacao, carta de ocorrencia, lembrete
      * da biblioteca e aviso de negativacao sai com numero de
      * protocolo (protocolos.idx, gravado por REGISTRARPROTOCOLO);
      * quando o papel volta assinado, a recepcao registra aqui
      * quem assinou e em que data. A lista de pendentes por turma
      * (protocolos_pendentes.rel) traz o contato do responsavel de
      * responsaveis.idx, para o regente saber para quem ligar; a
      * turma e a atual do aluno em alunos.idx. A cobranca dos
      * vencidos -- prazo passado sem ciencia -- grava um evento
      * CIENCIA-PEND em eventos.dat por documento, uma vez so, e
      * roda tambem no lote noturno (ponto de entrada
      * PROTOCOLOS-COBRANCA).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PROTOCOLO ASSIGN TO "protocolos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-NUMERO
               FILE STATUS IS WS-STATUS-PRT.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-STATUS-RSP.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PROTOCOLO.
           COPY "RegistroProtocolo.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9(1).
       01 WS-STATUS-PRT PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-ALUNOS-OK PIC X.
       01 WS-RESPONSAVEIS-OK PIC X.
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-NUMERO PIC 9(7).
       01 WS-MATRICULA PIC 9(5).
       01 WS-DATA-CIENCIA PIC 9(8).
       01 WS-NOME-CIENCIA PIC X(30).
       01 WS-TURMA-FILTRO PIC X(10).
       01 WS-TOTAL PIC 9(5).
       01 WS-TOTAL-VENCIDOS PIC 9(5).
       01 WS-TOTAL-COBRADOS PIC 9(5).
       01 WS-EVT-TIPO PIC X(14) VALUE "CIENCIA-PEND".
       01 WS-EVT-CHAVE PIC X(10).
       01 WS-EVT-DADOS PIC X(60).
      * Pendentes carregados para ordenar por turma e aluno.
       01 WS-TAB-PENDENTES.
           05 WS-TP-ENT OCCURS 2000 TIMES.
               10 WS-TP-CHAVE.
                   15 WS-TP-TURMA PIC X(10).
                   15 WS-TP-MATRICULA PIC 9(5).
                   15 WS-TP-NUMERO PIC 9(7).
               10 WS-TP-NOME PIC X(20).
               10 WS-TP-TIPO PIC X(14).
               10 WS-TP-ENVIO PIC 9(8).
               10 WS-TP-PRAZO PIC 9(8).
       01 WS-TP-QTD PIC 9(4).
       01 WS-TP-TROCA PIC X(72).
       01 WS-IND PIC 9(4).
       01 WS-IND-2 PIC 9(4).
       01 WS-TURMA-ATUAL PIC X(10).
       01 WS-MATRICULA-ATUAL PIC 9(5).
       01 WS-REL-NOME PIC X(30) VALUE "protocolos_pendentes.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "DOCUMENTOS SEM CIENCIA POR TURMA".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Protocolos / Ciencia da Familia ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Registrar Ciencia             ".
           DISPLAY "2 -  Consultar Protocolo           ".
           DISPLAY "3 -  Protocolos do Aluno           ".
           DISPLAY "4 -  Pendentes por Turma           ".
           DISPLAY "5 -  Cobrar Vencidos               ".
           DISPLAY "6 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM REGISTRAR-CIENCIA
               WHEN 2
                   PERFORM CONSULTAR-PROTOCOLO
               WHEN 3
                   PERFORM PROTOCOLOS-DO-ALUNO
               WHEN 4
                   PERFORM LISTAR-PENDENTES
               WHEN 5
                   PERFORM COBRAR-VENCIDOS
                   DISPLAY "Documentos cobrados: " WS-TOTAL-COBRADOS
                   PERFORM PRINCIPAL
               WHEN 6
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

      * Ponto de entrada nao-interativo para o lote noturno
      * (BatchNoturno.cbl): cobra os vencidos sem menu.
       ENTRY "PROTOCOLOS-COBRANCA".
           MOVE ZERO TO RETURN-CODE.
           PERFORM COBRAR-VENCIDOS.
           DISPLAY "Documentos sem ciencia cobrados: "
               WS-TOTAL-COBRADOS.
           GOBACK.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.

       REGISTRAR-CIENCIA.
           PERFORM OBTER-HOJE.
           DISPLAY "Numero do protocolo: ".
           ACCEPT WS-NUMERO.
           OPEN I-O ARQUIVO-PROTOCOLO.
           IF WS-STATUS-PRT NOT = "00"
               DISPLAY "Nenhum protocolo emitido (protocolos.idx "
                   "STATUS=" WS-STATUS-PRT ")."
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-NUMERO TO PRT-NUMERO.
           READ ARQUIVO-PROTOCOLO KEY IS PRT-NUMERO
               INVALID KEY
                   DISPLAY "Protocolo nao encontrado."
                   CLOSE ARQUIVO-PROTOCOLO
                   PERFORM PRINCIPAL
           END-READ.
           PERFORM MOSTRAR-PROTOCOLO.
           IF PRT-CIENTE
               DISPLAY "Ciencia ja registrada."
               CLOSE ARQUIVO-PROTOCOLO
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Nome de quem assinou: ".
           ACCEPT WS-NOME-CIENCIA.
           IF WS-NOME-CIENCIA = SPACES
               DISPLAY "Nome obrigatorio; ciencia nao registrada."
               CLOSE ARQUIVO-PROTOCOLO
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Data da assinatura (AAAAMMDD, 0 = hoje): ".
           ACCEPT WS-DATA-CIENCIA.
           IF WS-DATA-CIENCIA = ZERO
               MOVE WS-HOJE TO WS-DATA-CIENCIA
           END-IF.
           IF WS-DATA-CIENCIA < PRT-DATA-ENVIO
                   OR WS-DATA-CIENCIA > WS-HOJE
               DISPLAY "Data fora do intervalo entre o envio e hoje."
               CLOSE ARQUIVO-PROTOCOLO
               PERFORM PRINCIPAL
           END-IF.
           SET PRT-CIENTE TO TRUE.
           MOVE WS-NOME-CIENCIA TO PRT-CIENTE-NOME.
           MOVE WS-DATA-CIENCIA TO PRT-CIENTE-DATA.
           MOVE WS-OPERADOR-SESSAO TO PRT-OPERADOR.
           REWRITE REG-PROTOCOLO
               INVALID KEY
                   DISPLAY "Erro ao gravar a ciencia."
               NOT INVALID KEY
                   DISPLAY "Ciencia registrada no protocolo "
                       PRT-NUMERO "."
           END-REWRITE.
           CLOSE ARQUIVO-PROTOCOLO.
           PERFORM PRINCIPAL.

       MOSTRAR-PROTOCOLO.
           DISPLAY "Protocolo " PRT-NUMERO " - " PRT-TIPO.
           DISPLAY "  Aluno:      " PRT-MATRICULA.
           DISPLAY "  Documento:  " PRT-DESCRICAO.
           DISPLAY "  Enviado em: " PRT-DATA-ENVIO
               "  prazo " PRT-PRAZO.
           IF PRT-CIENTE
               DISPLAY "  Ciencia:    " PRT-CIENTE-NOME " em "
                   PRT-CIENTE-DATA " (" PRT-OPERADOR ")"
           ELSE
               DISPLAY "  Ciencia:    PENDENTE"
               IF PRT-DATA-COBRANCA NOT = ZERO
                   DISPLAY "  Cobrado em: " PRT-DATA-COBRANCA
               END-IF
           END-IF.

       CONSULTAR-PROTOCOLO.
           DISPLAY "Numero do protocolo: ".
           ACCEPT WS-NUMERO.
           OPEN INPUT ARQUIVO-PROTOCOLO.
           IF WS-STATUS-PRT NOT = "00"
               DISPLAY "Nenhum protocolo emitido."
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-NUMERO TO PRT-NUMERO.
           READ ARQUIVO-PROTOCOLO KEY IS PRT-NUMERO
               INVALID KEY
                   DISPLAY "Protocolo nao encontrado."
               NOT INVALID KEY
                   PERFORM MOSTRAR-PROTOCOLO
           END-READ.
           CLOSE ARQUIVO-PROTOCOLO.
           PERFORM PRINCIPAL.

       PROTOCOLOS-DO-ALUNO.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           OPEN INPUT ARQUIVO-PROTOCOLO.
           IF WS-STATUS-PRT NOT = "00"
               DISPLAY "Nenhum protocolo emitido."
               PERFORM PRINCIPAL
           END-IF.
           MOVE ZERO TO WS-TOTAL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PROTOCOLO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PRT-MATRICULA = WS-MATRICULA
                           PERFORM MOSTRAR-PROTOCOLO
                           ADD 1 TO WS-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PROTOCOLO.
           DISPLAY "Protocolos do aluno: " WS-TOTAL.
           PERFORM PRINCIPAL.

       LISTAR-PENDENTES.
           PERFORM OBTER-HOJE.
           DISPLAY "Turma (em branco = todas): ".
           ACCEPT WS-TURMA-FILTRO.
           OPEN INPUT ARQUIVO-PROTOCOLO.
           IF WS-STATUS-PRT NOT = "00"
               DISPLAY "Nenhum protocolo emitido."
               PERFORM PRINCIPAL
           END-IF.
           MOVE "N" TO WS-ALUNOS-OK.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU = "00"
               MOVE "S" TO WS-ALUNOS-OK
           END-IF.
           MOVE ZERO TO WS-TP-QTD.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PROTOCOLO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PRT-PENDENTE
                           PERFORM CARREGAR-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PROTOCOLO.
           IF WS-ALUNOS-OK = "S"
               CLOSE ARQUIVO-ALUNOS
           END-IF.
           PERFORM ORDENAR-PENDENTES.
           PERFORM IMPRIMIR-PENDENTES.
           DISPLAY "Documentos sem ciencia: " WS-TP-QTD
               " (vencidos: " WS-TOTAL-VENCIDOS ")".
           DISPLAY "Relatorio: protocolos_pendentes.rel".
           PERFORM PRINCIPAL.

       CARREGAR-PENDENTE.
           IF WS-TP-QTD >= 2000
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TURMA-ATUAL.
           MOVE SPACES TO NOME-ALUNO.
           IF WS-ALUNOS-OK = "S"
               MOVE PRT-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       MOVE SPACES TO NOME-ALUNO
                   NOT INVALID KEY
                       MOVE TURMA TO WS-TURMA-ATUAL
               END-READ
           END-IF.
           IF WS-TURMA-FILTRO NOT = SPACES
                   AND WS-TURMA-ATUAL NOT = WS-TURMA-FILTRO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TP-QTD.
           MOVE WS-TURMA-ATUAL TO WS-TP-TURMA(WS-TP-QTD).
           MOVE PRT-MATRICULA TO WS-TP-MATRICULA(WS-TP-QTD).
           MOVE PRT-NUMERO TO WS-TP-NUMERO(WS-TP-QTD).
           MOVE NOME-ALUNO TO WS-TP-NOME(WS-TP-QTD).
           MOVE PRT-TIPO TO WS-TP-TIPO(WS-TP-QTD).
           MOVE PRT-DATA-ENVIO TO WS-TP-ENVIO(WS-TP-QTD).
           MOVE PRT-PRAZO TO WS-TP-PRAZO(WS-TP-QTD).

       ORDENAR-PENDENTES.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND >= WS-TP-QTD
               PERFORM VARYING WS-IND-2 FROM 1 BY 1
                       UNTIL WS-IND-2 > WS-TP-QTD - WS-IND
                   IF WS-TP-CHAVE(WS-IND-2) >
                           WS-TP-CHAVE(WS-IND-2 + 1)
                       MOVE WS-TP-ENT(WS-IND-2) TO WS-TP-TROCA
                       MOVE WS-TP-ENT(WS-IND-2 + 1)
                           TO WS-TP-ENT(WS-IND-2)
                       MOVE WS-TP-TROCA TO WS-TP-ENT(WS-IND-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIMIR-PENDENTES.
           MOVE ZERO TO WS-TOTAL-VENCIDOS.
           MOVE "N" TO WS-RESPONSAVEIS-OK.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "00"
               MOVE "S" TO WS-RESPONSAVEIS-OK
           END-IF.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           IF WS-TP-QTD = ZERO
               MOVE "NENHUM DOCUMENTO PENDENTE DE CIENCIA."
                   TO WS-REL-LINHA
               PERFORM ESCREVER-LINHA
           END-IF.
           MOVE HIGH-VALUES TO WS-TURMA-ATUAL.
           MOVE ZERO TO WS-MATRICULA-ATUAL.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TP-QTD
               IF WS-TP-TURMA(WS-IND) NOT = WS-TURMA-ATUAL
                   MOVE WS-TP-TURMA(WS-IND) TO WS-TURMA-ATUAL
                   MOVE ZERO TO WS-MATRICULA-ATUAL
                   PERFORM ESCREVER-LINHA
                   IF WS-TURMA-ATUAL = SPACES
                       MOVE "TURMA: (SEM TURMA NO CADASTRO)"
                           TO WS-REL-LINHA
                   ELSE
                       STRING "TURMA: " WS-TURMA-ATUAL
                           DELIMITED BY SIZE INTO WS-REL-LINHA
                       END-STRING
                   END-IF
                   PERFORM ESCREVER-LINHA
                   MOVE ALL "-" TO WS-REL-LINHA
                   PERFORM ESCREVER-LINHA
               END-IF
               IF WS-TP-MATRICULA(WS-IND) NOT = WS-MATRICULA-ATUAL
                   MOVE WS-TP-MATRICULA(WS-IND) TO WS-MATRICULA-ATUAL
                   PERFORM IMPRIMIR-ALUNO-PENDENTE
               END-IF
               MOVE WS-TP-NUMERO(WS-IND) TO WS-REL-LINHA(5:7)
               MOVE WS-TP-TIPO(WS-IND) TO WS-REL-LINHA(13:14)
               MOVE "ENVIO" TO WS-REL-LINHA(28:5)
               MOVE WS-TP-ENVIO(WS-IND) TO WS-REL-LINHA(34:8)
               MOVE "PRAZO" TO WS-REL-LINHA(43:5)
               MOVE WS-TP-PRAZO(WS-IND) TO WS-REL-LINHA(49:8)
               IF WS-TP-PRAZO(WS-IND) < WS-HOJE
                   MOVE "VENCIDO" TO WS-REL-LINHA(59:7)
                   ADD 1 TO WS-TOTAL-VENCIDOS
               END-IF
               PERFORM ESCREVER-LINHA
           END-PERFORM.
           PERFORM ESCREVER-LINHA.
           STRING "TOTAL SEM CIENCIA: " WS-TP-QTD
                  "   VENCIDOS: " WS-TOTAL-VENCIDOS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           IF WS-RESPONSAVEIS-OK = "S"
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.

       IMPRIMIR-ALUNO-PENDENTE.
           STRING WS-TP-MATRICULA(WS-IND) " " WS-TP-NOME(WS-IND)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           IF WS-RESPONSAVEIS-OK = "S"
               MOVE WS-TP-MATRICULA(WS-IND) TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   INVALID KEY
                       MOVE "SEM RESPONSAVEL" TO WS-REL-LINHA(28:15)
                   NOT INVALID KEY
                       MOVE RSP-NOME(1:25) TO WS-REL-LINHA(28:25)
                       MOVE RSP-TELEFONE TO WS-REL-LINHA(54:15)
               END-READ
           END-IF.
           PERFORM ESCREVER-LINHA.

       COBRAR-VENCIDOS.
      * Um evento por documento vencido e ainda nao cobrado; a
      * data da cobranca fica no protocolo.
           PERFORM OBTER-HOJE.
           MOVE ZERO TO WS-TOTAL-COBRADOS.
           OPEN I-O ARQUIVO-PROTOCOLO.
           IF WS-STATUS-PRT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PROTOCOLO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PRT-PENDENTE
                               AND PRT-PRAZO < WS-HOJE
                               AND PRT-DATA-COBRANCA = ZERO
                           PERFORM COBRAR-PROTOCOLO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PROTOCOLO.

       COBRAR-PROTOCOLO.
           MOVE SPACES TO WS-EVT-CHAVE.
           MOVE PRT-MATRICULA TO WS-EVT-CHAVE.
           MOVE SPACES TO WS-EVT-DADOS.
           STRING "PROT " PRT-NUMERO " " PRT-TIPO
                  " ENVIO " PRT-DATA-ENVIO " PRAZO " PRT-PRAZO
               DELIMITED BY SIZE INTO WS-EVT-DADOS
           END-STRING.
           CALL "GRAVAREVENTO" USING WS-EVT-TIPO WS-EVT-CHAVE
               WS-EVT-DADOS.
           MOVE WS-HOJE TO PRT-DATA-COBRANCA.
           REWRITE REG-PROTOCOLO
               INVALID KEY
                   DISPLAY "Erro ao carimbar cobranca do protocolo "
                       PRT-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-COBRADOS
           END-REWRITE.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.

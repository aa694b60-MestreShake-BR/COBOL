       IDENTIFICATION DIVISION.
           PROGRAM-ID. PORTALPAIS.
           AUTHOR. Alexandre S S Alves.

      * Intercambio com o portal dos pais. Na ida, gera
      * portal_publicacao.txt (layout em LayoutPortal.cpy): por
      * familia -- grupo de familias.idx ou a matricula sozinha --
      * o responsavel e, para cada filho ativo, turma e presenca no
      * ano (CALCFREQUENCIA), notas do bimestre corrente, cobrancas
      * em aberto com vencimento (mensalidades e taxas avulsas),
      * provas marcadas da turma de hoje em diante e documentos da
      * matricula pendentes. Na volta, importa
      * portal_solicitacoes.txt, os pedidos de alteracao feitos
      * pelo responsavel (ID;MATRICULA;TIPO;CAMPO1;CAMPO2;CAMPO3;
      * CAMPO4 -- TEL com o telefone, END com o endereco, RET com
      * nome, documento, parentesco e validade AAAAMMDD do
      * autorizado a retirar), para a fila solicitacoes_portal.idx.
      * Nada do portal entra direto no cadastro: a secretaria
      * analisa a fila e so o pedido aprovado vai para
      * responsaveis.idx ou retirada.idx, com a trilha em
      * aluno_auditoria.log (PORTAL-TEL, PORTAL-END, PORTAL-RET) e
      * o operador que aprovou. Gerar e importar rodam tambem no
      * lote noturno (ponto de entrada PORTAL-NOTURNO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-FAMILIA ASSIGN TO "familias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-MATRICULA
               FILE STATUS IS WS-STATUS-FAM.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-STATUS-RSP.
           SELECT ARQUIVO-RETIRADA ASSIGN TO "retirada.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WS-STATUS-RET.
           SELECT ARQUIVO-NOTAS ASSIGN TO "notas_disciplina.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-CHAVE
               FILE STATUS IS WS-STATUS-ND.
           SELECT ARQUIVO-MENSALIDADE ASSIGN TO "mensalidades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-MEN.
           SELECT ARQUIVO-TAXA ASSIGN TO "taxas_avulsas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-NUMERO
               FILE STATUS IS WS-STATUS-TAX.
           SELECT ARQUIVO-PROVA ASSIGN TO "calendario_provas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CHAVE
               FILE STATUS IS WS-STATUS-PRV.
           SELECT ARQUIVO-DOCUMENTO ASSIGN TO "documentos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-CHAVE
               FILE STATUS IS WS-STATUS-DOC.
           SELECT ARQUIVO-SOLICITACAO
               ASSIGN TO "solicitacoes_portal.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOP-NUMERO
               ALTERNATE RECORD KEY IS SOP-ID-PORTAL
               FILE STATUS IS WS-STATUS-SOP.
           SELECT ARQUIVO-PUBLICACAO ASSIGN TO "portal_publicacao.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PUB.
           SELECT ARQUIVO-ENTRADA ASSIGN TO "portal_solicitacoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENT.
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "aluno_auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT WORK-SORT ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-FAMILIA.
           COPY "RegistroFamilia.cpy".

       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

       FD  ARQUIVO-RETIRADA.
           COPY "RegistroRetirada.cpy".

       FD  ARQUIVO-NOTAS.
           COPY "RegistroNotaDisciplina.cpy".

       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       FD  ARQUIVO-TAXA.
           COPY "RegistroTaxa.cpy".

       FD  ARQUIVO-PROVA.
           COPY "RegistroProva.cpy".

       FD  ARQUIVO-DOCUMENTO.
           COPY "RegistroDocumento.cpy".

       FD  ARQUIVO-SOLICITACAO.
           COPY "RegistroSolicitacaoPortal.cpy".

       FD  ARQUIVO-PUBLICACAO.
           COPY "LayoutPortal.cpy".

       FD  ARQUIVO-ENTRADA.
       01 LINHA-ENTRADA PIC X(200).

       FD  ARQUIVO-AUDITORIA.
       01 REG-AUDITORIA.
           05 AUD-MATRICULA PIC X(8).
           05 AUD-OPERACAO PIC X(10).
           05 AUD-VALOR-ANTIGO PIC X(60).
           05 AUD-VALOR-NOVO PIC X(60).
           05 AUD-DATA-HORA PIC X(20).
           05 AUD-OPERADOR PIC X(8).

       SD  WORK-SORT.
       01 REGISTRO-SORT.
           05 SORT-FAMILIA PIC X(6).
           05 SORT-MATRICULA PIC 9(5).
           05 SORT-NOME PIC X(20).
           05 SORT-TURMA PIC X(10).
           05 SORT-ANO PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9(1).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-FAM PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-STATUS-RET PIC X(2).
       01 WS-STATUS-ND PIC X(2).
       01 WS-STATUS-MEN PIC X(2).
       01 WS-STATUS-TAX PIC X(2).
       01 WS-STATUS-PRV PIC X(2).
       01 WS-STATUS-DOC PIC X(2).
       01 WS-STATUS-SOP PIC X(2).
       01 WS-STATUS-PUB PIC X(2).
       01 WS-STATUS-ENT PIC X(2).
       01 WS-STATUS-AUD PIC X(2).
       01 WS-FAMILIAS-OK PIC X.
       01 WS-RESPONSAVEIS-OK PIC X.
       01 WS-NOTAS-OK PIC X.
       01 WS-MENSALIDADES-OK PIC X.
       01 WS-PROVAS-OK PIC X.
       01 WS-DOCUMENTOS-OK PIC X.
       01 WS-PUBLICACAO-OK PIC X.
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-PODE-MANTER PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-LEITURA PIC X.
       01 WS-FIM-SORT PIC X.
       01 WS-FAMILIA-ATUAL PIC X(6).
       01 WS-FAMILIA-COD PIC 9(5).
       01 WS-ANO-ALUNO PIC 9(4).
       01 WS-PRESENCAS PIC 9(5).
       01 WS-DIAS-LETIVOS PIC 9(5).
       01 WS-PERCENTUAL PIC 9(3)V9(2).
       01 WS-BIMESTRE-CORRENTE PIC 9(1).
       01 WS-COMP-ED PIC 9(6).
       01 WS-IND PIC 9(4).
      * Notas do aluno no ano, carregadas para publicar so as do
      * maior bimestre lancado.
       01 WS-TAB-NOTAS.
           05 WS-TN-ENT OCCURS 80 TIMES.
               10 WS-TN-DISCIPLINA PIC X(20).
               10 WS-TN-BIMESTRE PIC 9(1).
               10 WS-TN-NOTA-1 PIC 9(3)V9(2).
               10 WS-TN-NOTA-2 PIC 9(3)V9(2).
               10 WS-TN-NOTA-3 PIC 9(3)V9(2).
               10 WS-TN-MEDIA PIC 9(3)V9(2).
               10 WS-TN-RESULTADO PIC X(20).
       01 WS-TN-QTD PIC 9(2).
      * Taxas avulsas em aberto, carregadas uma vez: o arquivo nao
      * tem chave por matricula.
       01 WS-TAB-TAXAS.
           05 WS-TX-ENT OCCURS 2000 TIMES.
               10 WS-TX-MATRICULA PIC 9(5).
               10 WS-TX-DESCRICAO PIC X(30).
               10 WS-TX-VENCIMENTO PIC 9(8).
               10 WS-TX-VALOR PIC 9(5)V9(2).
       01 WS-TX-QTD PIC 9(4).
       01 WS-DESCRICOES-DOC.
           05 FILLER PIC X(30) VALUE "CERTIDAO DE NASCIMENTO".
           05 FILLER PIC X(30) VALUE "COMPROVANTE DE RESIDENCIA".
           05 FILLER PIC X(30) VALUE "HISTORICO ESCOLAR ANTERIOR".
           05 FILLER PIC X(30) VALUE "CARTEIRA DE VACINACAO".
       01 WS-TAB-DOC REDEFINES WS-DESCRICOES-DOC.
           05 WS-DOC-DESCRICAO PIC X(30) OCCURS 4 TIMES.
       01 WS-TOTAL-FAMILIAS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-REGISTROS PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-ALUNOS PIC 9(5) VALUE ZERO.
      * Importacao das solicitacoes.
       01 WS-CAMPOS.
           05 WS-CAMPO PIC X(40) OCCURS 7 TIMES.
       01 WS-CONTADOR-CAMPOS PIC 9(2).
       01 WS-PROXIMO-NUMERO PIC 9(6).
       01 WS-TEL-ENTRADA PIC X(15).
       01 WS-TEL-NUMERO PIC X(11).
       01 WS-TEL-VALIDO PIC X.
       01 WS-TOTAL-RECEBIDAS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-REPETIDAS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-RECUSADAS PIC 9(5) VALUE ZERO.
      * Analise da fila.
       01 WS-DECISAO PIC X(1).
       01 WS-APLICADA PIC X.
       01 WS-VALOR-ANTIGO PIC X(60).
       01 WS-TOTAL-PENDENTES PIC 9(5).
       01 WS-TOTAL-APROVADAS PIC 9(5).
       01 WS-TOTAL-REJEITADAS PIC 9(5).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "        Portal dos Pais            ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Gerar Arquivo do Portal       ".
           DISPLAY "2 -  Importar Solicitacoes         ".
           DISPLAY "3 -  Analisar Solicitacoes         ".
           DISPLAY "4 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM GERAR-PUBLICACAO
                   PERFORM PRINCIPAL
               WHEN 2
                   PERFORM IMPORTAR-SOLICITACOES
                   PERFORM PRINCIPAL
               WHEN 3
                   PERFORM ANALISAR-SOLICITACOES
                   PERFORM PRINCIPAL
               WHEN 4
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

      * Ponto de entrada nao-interativo para o lote noturno
      * (BatchNoturno.cbl): publica o arquivo do portal e traz os
      * pedidos do dia para a fila, sem menu. A analise fica para
      * a secretaria.
       ENTRY "PORTAL-NOTURNO".
           MOVE ZERO TO RETURN-CODE.
           PERFORM GERAR-PUBLICACAO.
           IF WS-PUBLICACAO-OK NOT = "S"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM IMPORTAR-SOLICITACOES.
           GOBACK.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.

      *-----------------------------------------------------------
      * Publicacao: alunos ativos ordenados por familia e
      * matricula; cada quebra de familia abre com o FA.
      *-----------------------------------------------------------
       GERAR-PUBLICACAO.
           PERFORM OBTER-HOJE.
           MOVE "N" TO WS-PUBLICACAO-OK.
           MOVE ZERO TO WS-TOTAL-FAMILIAS.
           MOVE ZERO TO WS-TOTAL-REGISTROS.
           MOVE ZERO TO WS-TOTAL-ALUNOS.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               EXIT PARAGRAPH
           END-IF.
           CLOSE ARQUIVO-ALUNOS.
           OPEN OUTPUT ARQUIVO-PUBLICACAO.
           IF WS-STATUS-PUB NOT = "00"
               DISPLAY "Erro ao criar portal_publicacao.txt (STATUS="
                   WS-STATUS-PUB ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-PUBLICACAO-OK.
           PERFORM CARREGAR-TAXAS.
           SORT WORK-SORT
               ON ASCENDING KEY SORT-FAMILIA SORT-MATRICULA
               INPUT PROCEDURE SELECIONAR-ALUNOS
               OUTPUT PROCEDURE PUBLICAR-FAMILIAS.
           MOVE SPACES TO PTL-REGISTRO.
           MOVE "TR" TO PTL-T-TIPO.
           MOVE WS-HOJE TO PTL-T-DATA.
           MOVE WS-TOTAL-FAMILIAS TO PTL-T-FAMILIAS.
           MOVE WS-TOTAL-REGISTROS TO PTL-T-REGISTROS.
           WRITE PTL-REGISTRO.
           CLOSE ARQUIVO-PUBLICACAO.
           DISPLAY "Portal: " WS-TOTAL-FAMILIAS " familias, "
               WS-TOTAL-ALUNOS " alunos, " WS-TOTAL-REGISTROS
               " registros em portal_publicacao.txt.".

       CARREGAR-TAXAS.
           MOVE ZERO TO WS-TX-QTD.
           OPEN INPUT ARQUIVO-TAXA.
           IF WS-STATUS-TAX NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TAXA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TAX-ABERTA AND WS-TX-QTD < 2000
                           ADD 1 TO WS-TX-QTD
                           MOVE TAX-MATRICULA
                               TO WS-TX-MATRICULA(WS-TX-QTD)
                           MOVE TAX-DESCRICAO
                               TO WS-TX-DESCRICAO(WS-TX-QTD)
                           MOVE TAX-VENCIMENTO
                               TO WS-TX-VENCIMENTO(WS-TX-QTD)
                           MOVE TAX-VALOR TO WS-TX-VALOR(WS-TX-QTD)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-TAXA.

       SELECIONAR-ALUNOS.
           MOVE "N" TO WS-FAMILIAS-OK.
           OPEN INPUT ARQUIVO-FAMILIA.
           IF WS-STATUS-FAM = "00"
               MOVE "S" TO WS-FAMILIAS-OK
           END-IF.
           OPEN INPUT ARQUIVO-ALUNOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CTL-MARCADOR NOT = "TRL"
                               AND (ALUNO-ATIVO
                                   OR SITUACAO-ALUNO = SPACE)
                           PERFORM LIBERAR-ALUNO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ALUNOS.
           IF WS-FAMILIAS-OK = "S"
               CLOSE ARQUIVO-FAMILIA
           END-IF.

       LIBERAR-ALUNO.
           MOVE SPACES TO REGISTRO-SORT.
           MOVE "A" TO SORT-FAMILIA(1:1).
           MOVE MATRICULA-ALUNO TO SORT-FAMILIA(2:5).
           IF WS-FAMILIAS-OK = "S"
               MOVE MATRICULA-ALUNO TO FAM-MATRICULA
               READ ARQUIVO-FAMILIA KEY IS FAM-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FAM-CODIGO TO WS-FAMILIA-COD
                       MOVE "F" TO SORT-FAMILIA(1:1)
                       MOVE WS-FAMILIA-COD TO SORT-FAMILIA(2:5)
               END-READ
           END-IF.
           MOVE MATRICULA-ALUNO TO SORT-MATRICULA.
           MOVE NOME-ALUNO TO SORT-NOME.
           MOVE TURMA TO SORT-TURMA.
           MOVE ANO-LETIVO TO SORT-ANO.
           RELEASE REGISTRO-SORT.

       PUBLICAR-FAMILIAS.
           PERFORM ABRIR-CONSULTAS.
           MOVE SPACES TO WS-FAMILIA-ATUAL.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM UNTIL WS-FIM-SORT = "S"
               RETURN WORK-SORT
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       IF SORT-FAMILIA NOT = WS-FAMILIA-ATUAL
                           MOVE SORT-FAMILIA TO WS-FAMILIA-ATUAL
                           PERFORM PUBLICAR-RESPONSAVEL
                       END-IF
                       PERFORM PUBLICAR-ALUNO
               END-RETURN
           END-PERFORM.
           PERFORM FECHAR-CONSULTAS.

       ABRIR-CONSULTAS.
           MOVE "N" TO WS-RESPONSAVEIS-OK.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "00"
               MOVE "S" TO WS-RESPONSAVEIS-OK
           END-IF.
           MOVE "N" TO WS-NOTAS-OK.
           OPEN INPUT ARQUIVO-NOTAS.
           IF WS-STATUS-ND = "00"
               MOVE "S" TO WS-NOTAS-OK
           END-IF.
           MOVE "N" TO WS-MENSALIDADES-OK.
           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN = "00"
               MOVE "S" TO WS-MENSALIDADES-OK
           END-IF.
           MOVE "N" TO WS-PROVAS-OK.
           OPEN INPUT ARQUIVO-PROVA.
           IF WS-STATUS-PRV = "00"
               MOVE "S" TO WS-PROVAS-OK
           END-IF.
           MOVE "N" TO WS-DOCUMENTOS-OK.
           OPEN INPUT ARQUIVO-DOCUMENTO.
           IF WS-STATUS-DOC = "00"
               MOVE "S" TO WS-DOCUMENTOS-OK
           END-IF.

       FECHAR-CONSULTAS.
           IF WS-RESPONSAVEIS-OK = "S"
               CLOSE ARQUIVO-RESPONSAVEL
           END-IF.
           IF WS-NOTAS-OK = "S"
               CLOSE ARQUIVO-NOTAS
           END-IF.
           IF WS-MENSALIDADES-OK = "S"
               CLOSE ARQUIVO-MENSALIDADE
           END-IF.
           IF WS-PROVAS-OK = "S"
               CLOSE ARQUIVO-PROVA
           END-IF.
           IF WS-DOCUMENTOS-OK = "S"
               CLOSE ARQUIVO-DOCUMENTO
           END-IF.

       PUBLICAR-RESPONSAVEL.
      * Contato da familia: o responsavel da primeira matricula do
      * grupo (a menor), o mesmo que as cartas por familia usam.
           ADD 1 TO WS-TOTAL-FAMILIAS.
           MOVE SPACES TO PTL-REGISTRO.
           MOVE "FA" TO PTL-F-TIPO.
           MOVE WS-FAMILIA-ATUAL TO PTL-F-FAMILIA.
           IF WS-RESPONSAVEIS-OK = "S"
               MOVE SORT-MATRICULA TO RSP-MATRICULA
               READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RSP-NOME TO PTL-F-RESPONSAVEL
                       MOVE RSP-TELEFONE TO PTL-F-TELEFONE
                       MOVE RSP-ENDERECO TO PTL-F-ENDERECO
               END-READ
           END-IF.
           PERFORM GRAVAR-PUBLICACAO.

       PUBLICAR-ALUNO.
           ADD 1 TO WS-TOTAL-ALUNOS.
           MOVE SORT-ANO TO WS-ANO-ALUNO.
           IF WS-ANO-ALUNO = ZERO
               MOVE WS-HOJE(1:4) TO WS-ANO-ALUNO
           END-IF.
           MOVE ZERO TO WS-PERCENTUAL.
           CALL "CALCFREQUENCIA" USING SORT-MATRICULA WS-ANO-ALUNO
               WS-PRESENCAS WS-DIAS-LETIVOS WS-PERCENTUAL.
           MOVE SPACES TO PTL-REGISTRO.
           MOVE "AL" TO PTL-A-TIPO.
           MOVE WS-FAMILIA-ATUAL TO PTL-A-FAMILIA.
           MOVE SORT-MATRICULA TO PTL-A-MATRICULA.
           MOVE SORT-NOME TO PTL-A-NOME.
           MOVE SORT-TURMA TO PTL-A-TURMA.
           MOVE WS-ANO-ALUNO TO PTL-A-ANO-LETIVO.
           MOVE WS-PERCENTUAL TO PTL-A-PRESENCA.
           PERFORM GRAVAR-PUBLICACAO.
           PERFORM PUBLICAR-NOTAS.
           PERFORM PUBLICAR-COBRANCAS.
           PERFORM PUBLICAR-PROVAS.
           PERFORM PUBLICAR-DOCUMENTOS.

       PUBLICAR-NOTAS.
      * Bimestre corrente e o maior com nota lancada no ano letivo
      * do aluno; as notas dos bimestres fechados ja foram no
      * boletim.
           IF WS-NOTAS-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-TN-QTD.
           MOVE ZERO TO WS-BIMESTRE-CORRENTE.
           MOVE SORT-MATRICULA TO ND-MATRICULA.
           MOVE WS-ANO-ALUNO TO ND-ANO-LETIVO.
           MOVE LOW-VALUES TO ND-DISCIPLINA.
           MOVE ZERO TO ND-BIMESTRE.
           MOVE "N" TO WS-FIM-LEITURA.
           START ARQUIVO-NOTAS KEY IS >= ND-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START.
           PERFORM UNTIL WS-FIM-LEITURA = "S"
               READ ARQUIVO-NOTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       IF ND-MATRICULA NOT = SORT-MATRICULA
                               OR ND-ANO-LETIVO NOT = WS-ANO-ALUNO
                           MOVE "S" TO WS-FIM-LEITURA
                       ELSE
                           PERFORM GUARDAR-NOTA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TN-QTD
               IF WS-TN-BIMESTRE(WS-IND) = WS-BIMESTRE-CORRENTE
                   MOVE SPACES TO PTL-REGISTRO
                   MOVE "NT" TO PTL-N-TIPO
                   MOVE WS-FAMILIA-ATUAL TO PTL-N-FAMILIA
                   MOVE SORT-MATRICULA TO PTL-N-MATRICULA
                   MOVE WS-ANO-ALUNO TO PTL-N-ANO-LETIVO
                   MOVE WS-TN-BIMESTRE(WS-IND) TO PTL-N-BIMESTRE
                   MOVE WS-TN-DISCIPLINA(WS-IND) TO PTL-N-DISCIPLINA
                   MOVE WS-TN-NOTA-1(WS-IND) TO PTL-N-NOTA-1
                   MOVE WS-TN-NOTA-2(WS-IND) TO PTL-N-NOTA-2
                   MOVE WS-TN-NOTA-3(WS-IND) TO PTL-N-NOTA-3
                   MOVE WS-TN-MEDIA(WS-IND) TO PTL-N-MEDIA
                   MOVE WS-TN-RESULTADO(WS-IND) TO PTL-N-RESULTADO
                   PERFORM GRAVAR-PUBLICACAO
               END-IF
           END-PERFORM.

       GUARDAR-NOTA.
           IF WS-TN-QTD >= 80
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TN-QTD.
           MOVE ND-DISCIPLINA TO WS-TN-DISCIPLINA(WS-TN-QTD).
           MOVE ND-BIMESTRE TO WS-TN-BIMESTRE(WS-TN-QTD).
           MOVE ND-NOTA-1 TO WS-TN-NOTA-1(WS-TN-QTD).
           MOVE ND-NOTA-2 TO WS-TN-NOTA-2(WS-TN-QTD).
           MOVE ND-NOTA-3 TO WS-TN-NOTA-3(WS-TN-QTD).
           MOVE ND-MEDIA TO WS-TN-MEDIA(WS-TN-QTD).
           MOVE ND-RESULTADO TO WS-TN-RESULTADO(WS-TN-QTD).
           IF ND-BIMESTRE > WS-BIMESTRE-CORRENTE
               MOVE ND-BIMESTRE TO WS-BIMESTRE-CORRENTE
           END-IF.

       PUBLICAR-COBRANCAS.
      * Mensalidade sem vencimento gravado vence no dia 10 da
      * competencia, como na remessa.
           IF WS-MENSALIDADES-OK = "S"
               MOVE SORT-MATRICULA TO MEN-MATRICULA
               MOVE ZERO TO MEN-COMPETENCIA
               MOVE "N" TO WS-FIM-LEITURA
               START ARQUIVO-MENSALIDADE KEY IS >= MEN-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-LEITURA
               END-START
               PERFORM UNTIL WS-FIM-LEITURA = "S"
                   READ ARQUIVO-MENSALIDADE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-LEITURA
                       NOT AT END
                           IF MEN-MATRICULA NOT = SORT-MATRICULA
                               MOVE "S" TO WS-FIM-LEITURA
                           ELSE
                               IF MEN-ABERTA
                                   PERFORM PUBLICAR-MENSALIDADE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TX-QTD
               IF WS-TX-MATRICULA(WS-IND) = SORT-MATRICULA
                   MOVE SPACES TO PTL-REGISTRO
                   MOVE "CB" TO PTL-C-TIPO
                   MOVE WS-FAMILIA-ATUAL TO PTL-C-FAMILIA
                   MOVE SORT-MATRICULA TO PTL-C-MATRICULA
                   MOVE "T" TO PTL-C-ORIGEM
                   MOVE WS-TX-DESCRICAO(WS-IND) TO PTL-C-REFERENCIA
                   MOVE WS-TX-VENCIMENTO(WS-IND) TO PTL-C-VENCIMENTO
                   MOVE WS-TX-VALOR(WS-IND) TO PTL-C-VALOR
                   PERFORM GRAVAR-PUBLICACAO
               END-IF
           END-PERFORM.

       PUBLICAR-MENSALIDADE.
           MOVE SPACES TO PTL-REGISTRO.
           MOVE "CB" TO PTL-C-TIPO.
           MOVE WS-FAMILIA-ATUAL TO PTL-C-FAMILIA.
           MOVE SORT-MATRICULA TO PTL-C-MATRICULA.
           MOVE "M" TO PTL-C-ORIGEM.
           MOVE MEN-COMPETENCIA TO WS-COMP-ED.
           STRING "MENSALIDADE " WS-COMP-ED
               DELIMITED BY SIZE INTO PTL-C-REFERENCIA
           END-STRING.
           IF MEN-VENCIMENTO = ZERO
               COMPUTE PTL-C-VENCIMENTO = MEN-COMPETENCIA * 100 + 10
           ELSE
               MOVE MEN-VENCIMENTO TO PTL-C-VENCIMENTO
           END-IF.
           MOVE MEN-VALOR TO PTL-C-VALOR.
           PERFORM GRAVAR-PUBLICACAO.

       PUBLICAR-PROVAS.
           IF WS-PROVAS-OK NOT = "S" OR SORT-TURMA = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SORT-TURMA TO PRV-TURMA.
           MOVE WS-HOJE TO PRV-DATA.
           MOVE "N" TO WS-FIM-LEITURA.
           START ARQUIVO-PROVA KEY IS >= PRV-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START.
           PERFORM UNTIL WS-FIM-LEITURA = "S"
               READ ARQUIVO-PROVA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       IF PRV-TURMA NOT = SORT-TURMA
                           MOVE "S" TO WS-FIM-LEITURA
                       ELSE
                           MOVE SPACES TO PTL-REGISTRO
                           MOVE "PV" TO PTL-P-TIPO
                           MOVE WS-FAMILIA-ATUAL TO PTL-P-FAMILIA
                           MOVE SORT-MATRICULA TO PTL-P-MATRICULA
                           MOVE PRV-DATA TO PTL-P-DATA
                           MOVE PRV-DISCIPLINA TO PTL-P-DISCIPLINA
                           MOVE PRV-BIMESTRE TO PTL-P-BIMESTRE
                           PERFORM GRAVAR-PUBLICACAO
                       END-IF
               END-READ
           END-PERFORM.

       PUBLICAR-DOCUMENTOS.
           IF WS-DOCUMENTOS-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE SORT-MATRICULA TO DOC-MATRICULA.
           MOVE ZERO TO DOC-TIPO.
           MOVE "N" TO WS-FIM-LEITURA.
           START ARQUIVO-DOCUMENTO KEY IS >= DOC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LEITURA
           END-START.
           PERFORM UNTIL WS-FIM-LEITURA = "S"
               READ ARQUIVO-DOCUMENTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       IF DOC-MATRICULA NOT = SORT-MATRICULA
                           MOVE "S" TO WS-FIM-LEITURA
                       ELSE
                           IF DOC-PENDENTE
                               PERFORM PUBLICAR-DOCUMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PUBLICAR-DOCUMENTO.
           MOVE SPACES TO PTL-REGISTRO.
           MOVE "DP" TO PTL-D-TIPO.
           MOVE WS-FAMILIA-ATUAL TO PTL-D-FAMILIA.
           MOVE SORT-MATRICULA TO PTL-D-MATRICULA.
           MOVE DOC-TIPO TO PTL-D-DOC-TIPO.
           IF DOC-TIPO >= 1 AND DOC-TIPO <= 4
               MOVE WS-DOC-DESCRICAO(DOC-TIPO) TO PTL-D-DESCRICAO
           END-IF.
           PERFORM GRAVAR-PUBLICACAO.

       GRAVAR-PUBLICACAO.
           WRITE PTL-REGISTRO.
           ADD 1 TO WS-TOTAL-REGISTROS.

      *-----------------------------------------------------------
      * Importacao: cada linha do portal vira um pedido pendente.
      * O ID do portal e chave alternada unica, entao o pedido que
      * ja esta na fila volta com chave duplicada e e so contado.
      *-----------------------------------------------------------
       IMPORTAR-SOLICITACOES.
           PERFORM OBTER-HOJE.
           MOVE ZERO TO WS-TOTAL-RECEBIDAS.
           MOVE ZERO TO WS-TOTAL-REPETIDAS.
           MOVE ZERO TO WS-TOTAL-RECUSADAS.
           OPEN INPUT ARQUIVO-ENTRADA.
           IF WS-STATUS-ENT NOT = "00"
               DISPLAY "Sem solicitacoes do portal "
                   "(portal_solicitacoes.txt STATUS=" WS-STATUS-ENT
                   ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-SOLICITACOES.
           IF WS-STATUS-SOP NOT = "00"
               DISPLAY "Erro ao abrir solicitacoes_portal.idx "
                   "(STATUS=" WS-STATUS-SOP ")."
               CLOSE ARQUIVO-ENTRADA
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-PROXIMO-NUMERO.
           OPEN INPUT ARQUIVO-ALUNOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ENTRADA
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM RECEBER-SOLICITACAO
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ALUNOS.
           CLOSE ARQUIVO-SOLICITACAO.
           CLOSE ARQUIVO-ENTRADA.
           DISPLAY "Solicitacoes recebidas: " WS-TOTAL-RECEBIDAS
               "  ja na fila: " WS-TOTAL-REPETIDAS
               "  recusadas: " WS-TOTAL-RECUSADAS.

       ABRIR-SOLICITACOES.
           OPEN I-O ARQUIVO-SOLICITACAO.
           IF WS-STATUS-SOP = "35"
               OPEN OUTPUT ARQUIVO-SOLICITACAO
               CLOSE ARQUIVO-SOLICITACAO
               OPEN I-O ARQUIVO-SOLICITACAO
           END-IF.

       OBTER-PROXIMO-NUMERO.
           MOVE ZERO TO WS-PROXIMO-NUMERO.
           MOVE "N" TO WS-FIM-LEITURA.
           PERFORM UNTIL WS-FIM-LEITURA = "S"
               READ ARQUIVO-SOLICITACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       IF SOP-NUMERO > WS-PROXIMO-NUMERO
                           MOVE SOP-NUMERO TO WS-PROXIMO-NUMERO
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-PROXIMO-NUMERO.

       RECEBER-SOLICITACAO.
           MOVE SPACES TO WS-CAMPOS.
           MOVE ZERO TO WS-CONTADOR-CAMPOS.
           UNSTRING LINHA-ENTRADA DELIMITED BY ";"
               INTO WS-CAMPO(1) WS-CAMPO(2) WS-CAMPO(3) WS-CAMPO(4)
                   WS-CAMPO(5) WS-CAMPO(6) WS-CAMPO(7)
               TALLYING IN WS-CONTADOR-CAMPOS
           END-UNSTRING.
           IF WS-CONTADOR-CAMPOS < 4 OR WS-CAMPO(1) = SPACES
                   OR WS-CAMPO(2)(1:5) IS NOT NUMERIC
               DISPLAY "Solicitacao recusada (campos): "
                   LINHA-ENTRADA(1:60)
               ADD 1 TO WS-TOTAL-RECUSADAS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-SOLICITACAO-PORTAL.
           MOVE WS-CAMPO(1) TO SOP-ID-PORTAL.
           MOVE WS-CAMPO(2)(1:5) TO SOP-MATRICULA.
           MOVE WS-CAMPO(3) TO SOP-TIPO.
           MOVE ZERO TO SOP-RET-VALIDADE-FIM.
           MOVE ZERO TO SOP-DATA-DECISAO.
           IF WS-STATUS-ALU = "00"
               MOVE SOP-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS KEY IS MATRICULA-ALUNO
                   INVALID KEY
                       DISPLAY "Solicitacao " SOP-ID-PORTAL
                           " recusada: matricula " SOP-MATRICULA
                           " inexistente."
                       ADD 1 TO WS-TOTAL-RECUSADAS
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN SOP-TELEFONE-NOVO
                   MOVE WS-CAMPO(4) TO WS-TEL-ENTRADA
                   CALL "VALIDARTELEFONE" USING WS-TEL-ENTRADA
                       WS-TEL-NUMERO WS-TEL-VALIDO
                   IF WS-TEL-VALIDO NOT = "S"
                       DISPLAY "Solicitacao " SOP-ID-PORTAL
                           " recusada: telefone invalido."
                       ADD 1 TO WS-TOTAL-RECUSADAS
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CAMPO(4) TO SOP-TELEFONE
               WHEN SOP-ENDERECO-NOVO
                   IF WS-CAMPO(4) = SPACES
                       DISPLAY "Solicitacao " SOP-ID-PORTAL
                           " recusada: endereco em branco."
                       ADD 1 TO WS-TOTAL-RECUSADAS
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CAMPO(4) TO SOP-ENDERECO
               WHEN SOP-AUTORIZADO
                   IF WS-CAMPO(4) = SPACES
                       DISPLAY "Solicitacao " SOP-ID-PORTAL
                           " recusada: autorizado sem nome."
                       ADD 1 TO WS-TOTAL-RECUSADAS
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CAMPO(4) TO SOP-RET-NOME
                   MOVE WS-CAMPO(5) TO SOP-RET-DOCUMENTO
                   MOVE WS-CAMPO(6) TO SOP-RET-PARENTESCO
                   IF WS-CAMPO(7)(1:8) IS NUMERIC
                       MOVE WS-CAMPO(7)(1:8) TO SOP-RET-VALIDADE-FIM
                   END-IF
               WHEN OTHER
                   DISPLAY "Solicitacao " SOP-ID-PORTAL
                       " recusada: tipo " SOP-TIPO " desconhecido."
                   ADD 1 TO WS-TOTAL-RECUSADAS
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-PROXIMO-NUMERO TO SOP-NUMERO.
           MOVE WS-HOJE TO SOP-DATA-RECEBIDA.
           SET SOP-PENDENTE TO TRUE.
           WRITE REG-SOLICITACAO-PORTAL
               INVALID KEY
                   ADD 1 TO WS-TOTAL-REPETIDAS
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-RECEBIDAS
                   ADD 1 TO WS-PROXIMO-NUMERO
           END-WRITE.

      *-----------------------------------------------------------
      * Analise: a secretaria aprova ou rejeita os pendentes, um a
      * um, na ordem de chegada.
      *-----------------------------------------------------------
       ANALISAR-SOLICITACOES.
           PERFORM EXIGIR-MANUTENCAO.
           IF WS-PODE-MANTER NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-HOJE.
           MOVE ZERO TO WS-TOTAL-PENDENTES.
           MOVE ZERO TO WS-TOTAL-APROVADAS.
           MOVE ZERO TO WS-TOTAL-REJEITADAS.
           OPEN I-O ARQUIVO-SOLICITACAO.
           IF WS-STATUS-SOP NOT = "00"
               DISPLAY "Nenhuma solicitacao recebida do portal."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-SOLICITACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF SOP-PENDENTE
                           ADD 1 TO WS-TOTAL-PENDENTES
                           PERFORM ANALISAR-SOLICITACAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-SOLICITACAO.
           DISPLAY "Pendentes vistas: " WS-TOTAL-PENDENTES
               "  aprovadas: " WS-TOTAL-APROVADAS
               "  rejeitadas: " WS-TOTAL-REJEITADAS.

       EXIGIR-MANUTENCAO.
           IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
               MOVE "N" TO WS-PODE-MANTER
               DISPLAY "Permissao negada: perfil de consulta."
           ELSE
               MOVE "S" TO WS-PODE-MANTER
           END-IF.

       ANALISAR-SOLICITACAO.
           DISPLAY "-----------------------------------".
           DISPLAY "Solicitacao " SOP-NUMERO " (portal "
               SOP-ID-PORTAL ") de " SOP-DATA-RECEBIDA.
           DISPLAY "  Aluno: " SOP-MATRICULA "  Tipo: " SOP-TIPO.
           EVALUATE TRUE
               WHEN SOP-TELEFONE-NOVO
                   DISPLAY "  Telefone novo: " SOP-TELEFONE
               WHEN SOP-ENDERECO-NOVO
                   DISPLAY "  Endereco novo: " SOP-ENDERECO
               WHEN SOP-AUTORIZADO
                   DISPLAY "  Autorizado: " SOP-RET-NOME
                       " (" SOP-RET-PARENTESCO ") doc "
                       SOP-RET-DOCUMENTO
                   DISPLAY "  Valido ate: " SOP-RET-VALIDADE-FIM
           END-EVALUATE.
           DISPLAY "A - Aprovar  R - Rejeitar  P - Pular  "
               "F - Finalizar".
           ACCEPT WS-DECISAO.
           EVALUATE WS-DECISAO
               WHEN "A"
               WHEN "a"
                   PERFORM APROVAR-SOLICITACAO
               WHEN "R"
               WHEN "r"
                   PERFORM REJEITAR-SOLICITACAO
               WHEN "F"
               WHEN "f"
                   MOVE "S" TO WS-FIM-ARQUIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APROVAR-SOLICITACAO.
           MOVE "N" TO WS-APLICADA.
           EVALUATE TRUE
               WHEN SOP-TELEFONE-NOVO
               WHEN SOP-ENDERECO-NOVO
                   PERFORM APLICAR-RESPONSAVEL
               WHEN SOP-AUTORIZADO
                   PERFORM APLICAR-AUTORIZADO
           END-EVALUATE.
           IF WS-APLICADA NOT = "S"
               DISPLAY "Solicitacao segue pendente."
               EXIT PARAGRAPH
           END-IF.
           SET SOP-APROVADA TO TRUE.
           MOVE WS-HOJE TO SOP-DATA-DECISAO.
           MOVE WS-OPERADOR-SESSAO TO SOP-OPERADOR.
           REWRITE REG-SOLICITACAO-PORTAL
               INVALID KEY
                   DISPLAY "Erro ao gravar a decisao."
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-APROVADAS
                   DISPLAY "Solicitacao aprovada e aplicada."
           END-REWRITE.
           PERFORM GRAVAR-AUDITORIA.

       APLICAR-RESPONSAVEL.
      * So atualiza contato ja cadastrado: sem responsavel na
      * matricula o pedido espera a secretaria cadastrar pela tela
      * de responsavel, com nome e parentesco.
           OPEN I-O ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP NOT = "00"
               DISPLAY "responsaveis.idx indisponivel (STATUS="
                   WS-STATUS-RSP ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE SOP-MATRICULA TO RSP-MATRICULA.
           READ ARQUIVO-RESPONSAVEL KEY IS RSP-MATRICULA
               INVALID KEY
                   DISPLAY "Aluno sem responsavel cadastrado; "
                       "cadastre o responsavel antes de aprovar."
                   CLOSE ARQUIVO-RESPONSAVEL
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO AUD-VALOR-NOVO.
           IF SOP-TELEFONE-NOVO
               MOVE RSP-TELEFONE TO WS-VALOR-ANTIGO
               MOVE SOP-TELEFONE TO RSP-TELEFONE
               MOVE SOP-TELEFONE TO AUD-VALOR-NOVO
               MOVE "PORTAL-TEL" TO AUD-OPERACAO
           ELSE
               MOVE RSP-ENDERECO TO WS-VALOR-ANTIGO
               MOVE SOP-ENDERECO TO RSP-ENDERECO
               MOVE SOP-ENDERECO TO AUD-VALOR-NOVO
               MOVE "PORTAL-END" TO AUD-OPERACAO
           END-IF.
           REWRITE REG-RESPONSAVEL
               INVALID KEY
                   DISPLAY "Erro ao atualizar o responsavel."
               NOT INVALID KEY
                   MOVE "S" TO WS-APLICADA
           END-REWRITE.
           CLOSE ARQUIVO-RESPONSAVEL.

       APLICAR-AUTORIZADO.
      * Autorizacao vale de hoje ate a data pedida; sem data, ate o
      * fim do ano corrente. Sequencia livre como no cadastro da
      * tela de responsavel.
           OPEN I-O ARQUIVO-RETIRADA.
           IF WS-STATUS-RET = "35"
               OPEN OUTPUT ARQUIVO-RETIRADA
               CLOSE ARQUIVO-RETIRADA
               OPEN I-O ARQUIVO-RETIRADA
           END-IF.
           IF WS-STATUS-RET NOT = "00"
               DISPLAY "Erro ao abrir retirada.idx. STATUS="
                   WS-STATUS-RET
               EXIT PARAGRAPH
           END-IF.
           MOVE SOP-MATRICULA TO RET-MATRICULA.
           MOVE SOP-RET-NOME TO RET-NOME.
           MOVE SOP-RET-DOCUMENTO TO RET-DOCUMENTO.
           MOVE SOP-RET-PARENTESCO TO RET-PARENTESCO.
           MOVE WS-HOJE TO RET-VALIDADE-INICIO.
           IF SOP-RET-VALIDADE-FIM = ZERO
               MOVE WS-HOJE(1:4) TO WS-ANO-ALUNO
               COMPUTE RET-VALIDADE-FIM = WS-ANO-ALUNO * 10000 + 1231
           ELSE
               MOVE SOP-RET-VALIDADE-FIM TO RET-VALIDADE-FIM
           END-IF.
           MOVE ZERO TO RET-SEQ.
           MOVE "N" TO WS-FIM-LEITURA.
           PERFORM UNTIL WS-FIM-LEITURA = "S" OR RET-SEQ >= 99
               ADD 1 TO RET-SEQ
               WRITE REG-RETIRADA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-FIM-LEITURA
               END-WRITE
           END-PERFORM.
           CLOSE ARQUIVO-RETIRADA.
           IF WS-FIM-LEITURA NOT = "S"
               DISPLAY "Erro ao gravar autorizado."
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-APLICADA.
           MOVE SPACES TO WS-VALOR-ANTIGO.
           MOVE SPACES TO AUD-VALOR-NOVO.
           STRING RET-SEQ " " RET-NOME " " RET-DOCUMENTO
               DELIMITED BY SIZE INTO AUD-VALOR-NOVO
           END-STRING.
           MOVE "PORTAL-RET" TO AUD-OPERACAO.

       REJEITAR-SOLICITACAO.
           DISPLAY "Motivo da rejeicao: ".
           ACCEPT SOP-MOTIVO.
           SET SOP-REJEITADA TO TRUE.
           MOVE WS-HOJE TO SOP-DATA-DECISAO.
           MOVE WS-OPERADOR-SESSAO TO SOP-OPERADOR.
           REWRITE REG-SOLICITACAO-PORTAL
               INVALID KEY
                   DISPLAY "Erro ao gravar a decisao."
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-REJEITADAS
                   DISPLAY "Solicitacao rejeitada."
           END-REWRITE.

       GRAVAR-AUDITORIA.
      * Operacao e valor novo ja vem do paragrafo que aplicou.
           MOVE SOP-MATRICULA TO AUD-MATRICULA.
           MOVE WS-VALOR-ANTIGO TO AUD-VALOR-ANTIGO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-OPERADOR-SESSAO TO AUD-OPERADOR.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF WS-STATUS-AUD = "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA
           END-IF.
           WRITE REG-AUDITORIA.
           CLOSE ARQUIVO-AUDITORIA.

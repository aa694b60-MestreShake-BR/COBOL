       IDENTIFICATION DIVISION.
           PROGRAM-ID. PREVISAORECEBIMENTOS.
           AUTHOR. Alexandre S S Alves.

      * Previsao de recebimentos dos proximos 90 dias, por semana e
      * por mes, para a diretoria parar de depender de planilha. A
      * base sao as cobrancas em aberto de mensalidades.idx com
      * vencimento dentro da janela -- mensalidades comuns e as
      * parcelas futuras de acordo (competencia 99NNPP). Cada valor
      * e ponderado pela pontualidade historica da unidade do aluno,
      * medida nos ultimos 12 meses pela data de pagamento contra o
      * vencimento (cobranca vencida e ainda aberta conta como nao
      * paga em dia):
      *   - esperado   = taxa de pagamento em dia dos 12 meses;
      *   - pessimista = pior taxa mensal do periodo;
      *   - otimista   = melhor taxa mensal do periodo.
      * Meses com poucas cobrancas nao entram no pior/melhor. As
      * cobrancas ja vencidas ficam fora da projecao (sao assunto do
      * relatorio de inadimplencia e da negativacao).
      * Cada rodada guarda a previsao mensal em
      * previsao_recebimentos.dat; a segunda secao confronta a
      * previsao do mes passado, feita antes de ele comecar, com o
      * que entrou no banco e no caixa (caixa_diario.dat).
      * Saida pelo IMPRELATORIO em previsao_recebimentos.rel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-MENSALIDADE ASSIGN TO "mensalidades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-MEN.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-CAIXA ASSIGN TO "caixa_diario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CXA.
           SELECT ARQUIVO-PREVISAO
               ASSIGN TO "previsao_recebimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRV.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-CAIXA.
           COPY "RegistroCaixa.cpy".

       FD  ARQUIVO-PREVISAO.
           COPY "RegistroPrevisao.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-MEN PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-CXA PIC X(2).
       01 WS-STATUS-PRV PIC X(2).
       01 WS-ALUNOS-OK PIC X.
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HOJE-ANO PIC 9(4).
           05 WS-HOJE-MES PIC 9(2).
           05 WS-HOJE-DIA PIC 9(2).
       01 WS-HOJE-INT PIC 9(7).
       01 WS-LIMITE-INT PIC 9(7).
       01 WS-INICIO-HIST-INT PIC 9(7).
       01 WS-VENC-EFETIVO PIC 9(8).
       01 WS-VENC-R REDEFINES WS-VENC-EFETIVO.
           05 WS-VENC-ANO PIC 9(4).
           05 WS-VENC-MES PIC 9(2).
           05 WS-VENC-DIA PIC 9(2).
       01 WS-VENC-INT PIC 9(7).
       01 WS-MES-ANTERIOR PIC 9(6).
       01 WS-INICIO-MES-ANTERIOR PIC 9(8).
       01 WS-UNIDADE-REG PIC X(3).
       01 WS-IND PIC 9(2).
       01 WS-IND-UNI PIC 9(2).
       01 WS-IND-MES PIC 9(2).
       01 WS-IND-SEM PIC 9(2).
       01 WS-MESES-ATRAS PIC S9(4).
       01 WS-TAXA-MES PIC 9V9(4).
       01 WS-MIN-AMOSTRA PIC 9(3) VALUE 5.
       01 WS-EM-DIA PIC X.

      * Pontualidade por unidade; a posicao 1 soma todas as
      * unidades e vale para unidade sem historico proprio. As 13
      * faixas mensais vao do mes corrente (1) ao de um ano atras.
       01 WS-TAB-UNIDADES.
           05 WS-UNI-ENT OCCURS 10 TIMES.
               10 WS-UNI-CODIGO PIC X(3).
               10 WS-UNI-QTD PIC 9(6).
               10 WS-UNI-QTD-EM-DIA PIC 9(6).
               10 WS-UNI-MES OCCURS 13 TIMES.
                   15 WS-UNI-MES-QTD PIC 9(5).
                   15 WS-UNI-MES-EM-DIA PIC 9(5).
               10 WS-UNI-TAXA-ESP PIC 9V9(4).
               10 WS-UNI-TAXA-PESS PIC 9V9(4).
               10 WS-UNI-TAXA-OTIM PIC 9V9(4).
       01 WS-UNI-QTD-ENT PIC 9(2) VALUE 1.

      * Projecao por semana (13 semanas = 91 dias) e por mes (a
      * janela de 90 dias toca no maximo 4 meses).
       01 WS-TAB-SEMANAS.
           05 WS-SEM-ENT OCCURS 13 TIMES.
               10 WS-SEM-BRUTO PIC 9(9)V9(2).
               10 WS-SEM-PESS PIC 9(9)V9(2).
               10 WS-SEM-ESP PIC 9(9)V9(2).
               10 WS-SEM-OTIM PIC 9(9)V9(2).
       01 WS-TAB-MESES.
           05 WS-MES-ENT OCCURS 4 TIMES.
               10 WS-MES-COMP PIC 9(6).
               10 WS-MES-BRUTO PIC 9(9)V9(2).
               10 WS-MES-PESS PIC 9(9)V9(2).
               10 WS-MES-ESP PIC 9(9)V9(2).
               10 WS-MES-OTIM PIC 9(9)V9(2).
       01 WS-MES-QTD-ENT PIC 9(2) VALUE ZERO.
       01 WS-TOT-BRUTO PIC 9(9)V9(2) VALUE ZERO.
       01 WS-TOT-PESS PIC 9(9)V9(2) VALUE ZERO.
       01 WS-TOT-ESP PIC 9(9)V9(2) VALUE ZERO.
       01 WS-TOT-OTIM PIC 9(9)V9(2) VALUE ZERO.

      * Previsto x realizado do mes passado
       01 WS-ACHOU-PREVISAO PIC X VALUE "N".
       01 WS-PREV-DATA PIC 9(8).
       01 WS-PREV-PESS PIC 9(9)V9(2).
       01 WS-PREV-ESP PIC 9(9)V9(2).
       01 WS-PREV-OTIM PIC 9(9)V9(2).
       01 WS-REAL-BANCO PIC 9(9)V9(2) VALUE ZERO.
       01 WS-REAL-CAIXA PIC S9(9)V9(2) VALUE ZERO.
       01 WS-REAL-TOTAL PIC 9(9)V9(2) VALUE ZERO.
       01 WS-DESVIO PIC S9(5)V9(1).

       01 WS-NOME-REL PIC X(30) VALUE "previsao_recebimentos.rel".
       01 WS-TITULO-REL PIC X(40)
           VALUE "PREVISAO DE RECEBIMENTOS - 90 DIAS".
       01 WS-LINHA-REL PIC X(80).
       01 WS-ED-VALOR PIC ZZZZZZ9.99.
       01 WS-ED-VALOR-2 PIC ZZZZZZ9.99.
       01 WS-ED-VALOR-3 PIC ZZZZZZ9.99.
       01 WS-ED-VALOR-4 PIC ZZZZZZ9.99.
       01 WS-ED-TAXA PIC ZZ9.9.
       01 WS-ED-TAXA-2 PIC ZZ9.9.
       01 WS-ED-TAXA-3 PIC ZZ9.9.
       01 WS-ED-DESVIO PIC -ZZZ9.9.
       01 WS-ED-QTD PIC ZZZZZ9.
       01 WS-ED-QTD-2 PIC ZZZZZ9.
       01 WS-DATA-SEMANA PIC 9(8).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "=========================================".
           DISPLAY "   Previsao de Recebimentos (90 dias)".
           DISPLAY "=========================================".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE).
           COMPUTE WS-LIMITE-INT = WS-HOJE-INT + 90.
           COMPUTE WS-INICIO-HIST-INT = WS-HOJE-INT - 365.
           IF WS-HOJE-MES = 1
               COMPUTE WS-MES-ANTERIOR = (WS-HOJE-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WS-MES-ANTERIOR = WS-HOJE-ANO * 100
                   + WS-HOJE-MES - 1
           END-IF.
           COMPUTE WS-INICIO-MES-ANTERIOR = WS-MES-ANTERIOR * 100 + 1.

           INITIALIZE WS-TAB-UNIDADES.
           INITIALIZE WS-TAB-SEMANAS.
           INITIALIZE WS-TAB-MESES.
           MOVE "***" TO WS-UNI-CODIGO(1).

           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN NOT = "00"
               DISPLAY "mensalidades.idx indisponivel (STATUS="
                   WS-STATUS-MEN ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-ALUNOS-OK.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU = "00"
               MOVE "S" TO WS-ALUNOS-OK
           END-IF.

           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-MENSALIDADE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM MEDIR-PONTUALIDADE
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MENSALIDADE.
           PERFORM CALCULAR-TAXAS.

           OPEN INPUT ARQUIVO-MENSALIDADE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-MENSALIDADE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM PROJETAR-COBRANCA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MENSALIDADE.
           IF WS-ALUNOS-OK = "S"
               CLOSE ARQUIVO-ALUNOS
           END-IF.
           PERFORM APURAR-REALIZADO-CAIXA.
           PERFORM LER-PREVISAO-ANTERIOR.

           CALL "REL-ABRIR" USING WS-NOME-REL WS-TITULO-REL.
           PERFORM IMPRIMIR-PONTUALIDADE.
           PERFORM IMPRIMIR-SEMANAS.
           PERFORM IMPRIMIR-MESES.
           PERFORM IMPRIMIR-CONFRONTO.
           CALL "REL-FECHAR".
           PERFORM GRAVAR-HISTORICO.

           MOVE WS-TOT-ESP TO WS-ED-VALOR.
           DISPLAY "Recebimento esperado em 90 dias: " WS-ED-VALOR.
           DISPLAY "Relatorio em " WS-NOME-REL.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CALCULAR-VENCIMENTO.
           IF MEN-VENCIMENTO = ZERO
               COMPUTE WS-VENC-EFETIVO = MEN-COMPETENCIA * 100 + 10
           ELSE
               MOVE MEN-VENCIMENTO TO WS-VENC-EFETIVO
           END-IF.
           COMPUTE WS-VENC-INT =
               FUNCTION INTEGER-OF-DATE(WS-VENC-EFETIVO).

       MEDIR-PONTUALIDADE.
      * So cobranca com dinheiro em jogo: renegociada saiu para o
      * acordo e a quitada com credito nao passou pelo caixa nem
      * pelo banco.
           IF MEN-COMPETENCIA(1:2) = "99" AND MEN-VENCIMENTO = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF NOT MEN-ABERTA AND NOT MEN-PAGA
               EXIT PARAGRAPH
           END-IF.
           IF MEN-BAIXA-CREDITO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-VENCIMENTO.
           IF WS-VENC-INT < WS-INICIO-HIST-INT
                   OR WS-VENC-INT >= WS-HOJE-INT
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EM-DIA.
           IF MEN-PAGA AND MEN-DATA-PAGAMENTO NOT = ZERO
                   AND MEN-DATA-PAGAMENTO <= WS-VENC-EFETIVO
               MOVE "S" TO WS-EM-DIA
           END-IF.
           COMPUTE WS-MESES-ATRAS =
               (WS-HOJE-ANO * 12 + WS-HOJE-MES)
               - (WS-VENC-ANO * 12 + WS-VENC-MES).
           COMPUTE WS-IND-MES = WS-MESES-ATRAS + 1.
           IF WS-IND-MES > 13
               MOVE 13 TO WS-IND-MES
           END-IF.
           MOVE 1 TO WS-IND-UNI.
           PERFORM SOMAR-PONTUALIDADE.
           PERFORM LOCALIZAR-UNIDADE.
           IF WS-IND-UNI > 1
               PERFORM SOMAR-PONTUALIDADE
           END-IF.

       SOMAR-PONTUALIDADE.
           ADD 1 TO WS-UNI-QTD(WS-IND-UNI).
           ADD 1 TO WS-UNI-MES-QTD(WS-IND-UNI, WS-IND-MES).
           IF WS-EM-DIA = "S"
               ADD 1 TO WS-UNI-QTD-EM-DIA(WS-IND-UNI)
               ADD 1 TO WS-UNI-MES-EM-DIA(WS-IND-UNI, WS-IND-MES)
           END-IF.

       LOCALIZAR-UNIDADE.
      * Devolve em WS-IND-UNI a posicao da unidade do aluno,
      * criando a entrada se couber; sem lugar, vale a geral (1).
           MOVE SPACES TO WS-UNIDADE-REG.
           IF WS-ALUNOS-OK = "S"
               MOVE MEN-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UNIDADE-ALUNO TO WS-UNIDADE-REG
               END-READ
           END-IF.
           MOVE 1 TO WS-IND-UNI.
           PERFORM VARYING WS-IND FROM 2 BY 1
                   UNTIL WS-IND > WS-UNI-QTD-ENT
               IF WS-UNI-CODIGO(WS-IND) = WS-UNIDADE-REG
                   MOVE WS-IND TO WS-IND-UNI
               END-IF
           END-PERFORM.
           IF WS-IND-UNI = 1 AND WS-UNI-QTD-ENT < 10
               ADD 1 TO WS-UNI-QTD-ENT
               MOVE WS-UNI-QTD-ENT TO WS-IND-UNI
               MOVE WS-UNIDADE-REG TO WS-UNI-CODIGO(WS-IND-UNI)
           END-IF.

       CALCULAR-TAXAS.
           PERFORM VARYING WS-IND-UNI FROM 1 BY 1
                   UNTIL WS-IND-UNI > WS-UNI-QTD-ENT
               PERFORM CALCULAR-TAXAS-UNIDADE
           END-PERFORM.

       CALCULAR-TAXAS-UNIDADE.
      * Sem historico proprio, a unidade herda as taxas gerais;
      * sem historico nenhum, supoe-se que todos pagam em dia.
           IF WS-UNI-QTD(WS-IND-UNI) = ZERO
               IF WS-IND-UNI = 1
                   MOVE 1 TO WS-UNI-TAXA-ESP(1)
                   MOVE 1 TO WS-UNI-TAXA-PESS(1)
                   MOVE 1 TO WS-UNI-TAXA-OTIM(1)
               ELSE
                   MOVE WS-UNI-TAXA-ESP(1)
                       TO WS-UNI-TAXA-ESP(WS-IND-UNI)
                   MOVE WS-UNI-TAXA-PESS(1)
                       TO WS-UNI-TAXA-PESS(WS-IND-UNI)
                   MOVE WS-UNI-TAXA-OTIM(1)
                       TO WS-UNI-TAXA-OTIM(WS-IND-UNI)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-UNI-TAXA-ESP(WS-IND-UNI) ROUNDED =
               WS-UNI-QTD-EM-DIA(WS-IND-UNI) / WS-UNI-QTD(WS-IND-UNI).
           MOVE WS-UNI-TAXA-ESP(WS-IND-UNI)
               TO WS-UNI-TAXA-PESS(WS-IND-UNI).
           MOVE WS-UNI-TAXA-ESP(WS-IND-UNI)
               TO WS-UNI-TAXA-OTIM(WS-IND-UNI).
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > 13
               IF WS-UNI-MES-QTD(WS-IND-UNI, WS-IND-MES)
                       >= WS-MIN-AMOSTRA
                   COMPUTE WS-TAXA-MES ROUNDED =
                       WS-UNI-MES-EM-DIA(WS-IND-UNI, WS-IND-MES)
                       / WS-UNI-MES-QTD(WS-IND-UNI, WS-IND-MES)
                   IF WS-TAXA-MES < WS-UNI-TAXA-PESS(WS-IND-UNI)
                       MOVE WS-TAXA-MES
                           TO WS-UNI-TAXA-PESS(WS-IND-UNI)
                   END-IF
                   IF WS-TAXA-MES > WS-UNI-TAXA-OTIM(WS-IND-UNI)
                       MOVE WS-TAXA-MES
                           TO WS-UNI-TAXA-OTIM(WS-IND-UNI)
                   END-IF
               END-IF
           END-PERFORM.

       PROJETAR-COBRANCA.
      * No mesmo passe, o realizado bancario do mes passado.
           IF MEN-PAGA AND MEN-VALOR-PAGO > ZERO
                   AND (MEN-BAIXA-BANCO OR MEN-ORIGEM = SPACE)
                   AND MEN-DATA-PAGAMENTO(1:6) = WS-MES-ANTERIOR
               ADD MEN-VALOR-PAGO TO WS-REAL-BANCO
           END-IF.
           IF NOT MEN-ABERTA
               EXIT PARAGRAPH
           END-IF.
           IF MEN-COMPETENCIA(1:2) = "99" AND MEN-VENCIMENTO = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-VENCIMENTO.
           IF WS-VENC-INT < WS-HOJE-INT OR WS-VENC-INT > WS-LIMITE-INT
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOCALIZAR-UNIDADE.
           IF WS-UNI-QTD(WS-IND-UNI) = ZERO
               MOVE 1 TO WS-IND-UNI
           END-IF.
           COMPUTE WS-IND-SEM = (WS-VENC-INT - WS-HOJE-INT) / 7 + 1.
           IF WS-IND-SEM > 13
               MOVE 13 TO WS-IND-SEM
           END-IF.
           PERFORM LOCALIZAR-MES.

           ADD MEN-VALOR TO WS-SEM-BRUTO(WS-IND-SEM).
           COMPUTE WS-SEM-PESS(WS-IND-SEM) ROUNDED =
               WS-SEM-PESS(WS-IND-SEM)
               + MEN-VALOR * WS-UNI-TAXA-PESS(WS-IND-UNI).
           COMPUTE WS-SEM-ESP(WS-IND-SEM) ROUNDED =
               WS-SEM-ESP(WS-IND-SEM)
               + MEN-VALOR * WS-UNI-TAXA-ESP(WS-IND-UNI).
           COMPUTE WS-SEM-OTIM(WS-IND-SEM) ROUNDED =
               WS-SEM-OTIM(WS-IND-SEM)
               + MEN-VALOR * WS-UNI-TAXA-OTIM(WS-IND-UNI).
           IF WS-IND-MES > ZERO
               ADD MEN-VALOR TO WS-MES-BRUTO(WS-IND-MES)
               COMPUTE WS-MES-PESS(WS-IND-MES) ROUNDED =
                   WS-MES-PESS(WS-IND-MES)
                   + MEN-VALOR * WS-UNI-TAXA-PESS(WS-IND-UNI)
               COMPUTE WS-MES-ESP(WS-IND-MES) ROUNDED =
                   WS-MES-ESP(WS-IND-MES)
                   + MEN-VALOR * WS-UNI-TAXA-ESP(WS-IND-UNI)
               COMPUTE WS-MES-OTIM(WS-IND-MES) ROUNDED =
                   WS-MES-OTIM(WS-IND-MES)
                   + MEN-VALOR * WS-UNI-TAXA-OTIM(WS-IND-UNI)
           END-IF.

       LOCALIZAR-MES.
           MOVE ZERO TO WS-IND-MES.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-MES-QTD-ENT
               IF WS-MES-COMP(WS-IND) = WS-VENC-EFETIVO(1:6)
                   MOVE WS-IND TO WS-IND-MES
               END-IF
           END-PERFORM.
           IF WS-IND-MES = ZERO AND WS-MES-QTD-ENT < 4
               ADD 1 TO WS-MES-QTD-ENT
               MOVE WS-MES-QTD-ENT TO WS-IND-MES
               MOVE WS-VENC-EFETIVO(1:6) TO WS-MES-COMP(WS-IND-MES)
           END-IF.

       APURAR-REALIZADO-CAIXA.
      * Estorno do caixa (lancamento negativo) abate no mes em que o
      * dinheiro foi devolvido.
           OPEN INPUT ARQUIVO-CAIXA.
           IF WS-STATUS-CXA = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-CAIXA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CXA-DATA(1:6) = WS-MES-ANTERIOR
                               ADD CXA-VALOR TO WS-REAL-CAIXA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CAIXA
           END-IF.
           COMPUTE WS-REAL-TOTAL = WS-REAL-BANCO + WS-REAL-CAIXA.

       LER-PREVISAO-ANTERIOR.
      * A previsao valida para o confronto e a ultima feita antes do
      * primeiro dia do mes passado, que cobria o mes inteiro.
           OPEN INPUT ARQUIVO-PREVISAO.
           IF WS-STATUS-PRV = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-PREVISAO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF PRV-COMPETENCIA = WS-MES-ANTERIOR
                                   AND PRV-DATA-GERACAO <
                                       WS-INICIO-MES-ANTERIOR
                               MOVE "S" TO WS-ACHOU-PREVISAO
                               MOVE PRV-DATA-GERACAO TO WS-PREV-DATA
                               MOVE PRV-PESSIMISTA TO WS-PREV-PESS
                               MOVE PRV-ESPERADO TO WS-PREV-ESP
                               MOVE PRV-OTIMISTA TO WS-PREV-OTIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-PREVISAO
           END-IF.

       GRAVAR-HISTORICO.
           OPEN EXTEND ARQUIVO-PREVISAO.
           IF WS-STATUS-PRV = "35"
               OPEN OUTPUT ARQUIVO-PREVISAO
           END-IF.
           IF WS-STATUS-PRV = "00"
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-MES-QTD-ENT
                   MOVE WS-HOJE TO PRV-DATA-GERACAO
                   MOVE WS-MES-COMP(WS-IND) TO PRV-COMPETENCIA
                   MOVE WS-MES-PESS(WS-IND) TO PRV-PESSIMISTA
                   MOVE WS-MES-ESP(WS-IND) TO PRV-ESPERADO
                   MOVE WS-MES-OTIM(WS-IND) TO PRV-OTIMISTA
                   WRITE REG-PREVISAO
               END-PERFORM
               CLOSE ARQUIVO-PREVISAO
           END-IF.

       IMPRIMIR-PONTUALIDADE.
           MOVE "PONTUALIDADE POR UNIDADE (ULTIMOS 12 MESES)"
               TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "UNID. COBRANCAS  EM DIA  TAXA% PIOR% MELHOR%"
               TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           PERFORM VARYING WS-IND-UNI FROM 1 BY 1
                   UNTIL WS-IND-UNI > WS-UNI-QTD-ENT
               IF WS-IND-UNI = 1 OR WS-UNI-QTD(WS-IND-UNI) > ZERO
                   PERFORM IMPRIMIR-TAXA-UNIDADE
               END-IF
           END-PERFORM.
           MOVE "(*** = todas as unidades; em branco = sede)"
               TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE ALL "-" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       IMPRIMIR-TAXA-UNIDADE.
           MOVE WS-UNI-QTD(WS-IND-UNI) TO WS-ED-QTD.
           MOVE WS-UNI-QTD-EM-DIA(WS-IND-UNI) TO WS-ED-QTD-2.
           COMPUTE WS-ED-TAXA = WS-UNI-TAXA-ESP(WS-IND-UNI) * 100.
           COMPUTE WS-ED-TAXA-2 =
               WS-UNI-TAXA-PESS(WS-IND-UNI) * 100.
           COMPUTE WS-ED-TAXA-3 =
               WS-UNI-TAXA-OTIM(WS-IND-UNI) * 100.
           MOVE SPACES TO WS-LINHA-REL.
           STRING WS-UNI-CODIGO(WS-IND-UNI) "     "
               WS-ED-QTD " " WS-ED-QTD-2 "  "
               WS-ED-TAXA " " WS-ED-TAXA-2 "   " WS-ED-TAXA-3
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       IMPRIMIR-SEMANAS.
           MOVE "PREVISAO SEMANAL" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "SEM INICIO      EM ABERTO PESSIMISTA   ESPERADO"
               TO WS-LINHA-REL.
           MOVE "   OTIMISTA" TO WS-LINHA-REL(48:11).
           CALL "REL-LINHA" USING WS-LINHA-REL.
           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL WS-IND-SEM > 13
               MOVE FUNCTION DATE-OF-INTEGER(
                   WS-HOJE-INT + (WS-IND-SEM - 1) * 7)
                   TO WS-DATA-SEMANA
               MOVE WS-SEM-BRUTO(WS-IND-SEM) TO WS-ED-VALOR
               MOVE WS-SEM-PESS(WS-IND-SEM) TO WS-ED-VALOR-2
               MOVE WS-SEM-ESP(WS-IND-SEM) TO WS-ED-VALOR-3
               MOVE WS-SEM-OTIM(WS-IND-SEM) TO WS-ED-VALOR-4
               MOVE SPACES TO WS-LINHA-REL
               STRING " " WS-IND-SEM " "
                   WS-DATA-SEMANA(7:2) "/" WS-DATA-SEMANA(5:2) "/"
                   WS-DATA-SEMANA(1:4) " "
                   WS-ED-VALOR " " WS-ED-VALOR-2 " "
                   WS-ED-VALOR-3 " " WS-ED-VALOR-4
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
               ADD WS-SEM-BRUTO(WS-IND-SEM) TO WS-TOT-BRUTO
               ADD WS-SEM-PESS(WS-IND-SEM) TO WS-TOT-PESS
               ADD WS-SEM-ESP(WS-IND-SEM) TO WS-TOT-ESP
               ADD WS-SEM-OTIM(WS-IND-SEM) TO WS-TOT-OTIM
           END-PERFORM.
           MOVE WS-TOT-BRUTO TO WS-ED-VALOR.
           MOVE WS-TOT-PESS TO WS-ED-VALOR-2.
           MOVE WS-TOT-ESP TO WS-ED-VALOR-3.
           MOVE WS-TOT-OTIM TO WS-ED-VALOR-4.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL 90 DIAS  " WS-ED-VALOR " " WS-ED-VALOR-2
               " " WS-ED-VALOR-3 " " WS-ED-VALOR-4
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE ALL "-" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       IMPRIMIR-MESES.
           MOVE "PREVISAO MENSAL (MES CORRENTE A PARTIR DE HOJE)"
               TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           MOVE "MES             EM ABERTO PESSIMISTA   ESPERADO"
               TO WS-LINHA-REL.
           MOVE "   OTIMISTA" TO WS-LINHA-REL(48:11).
           CALL "REL-LINHA" USING WS-LINHA-REL.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-MES-QTD-ENT
               MOVE WS-MES-BRUTO(WS-IND) TO WS-ED-VALOR
               MOVE WS-MES-PESS(WS-IND) TO WS-ED-VALOR-2
               MOVE WS-MES-ESP(WS-IND) TO WS-ED-VALOR-3
               MOVE WS-MES-OTIM(WS-IND) TO WS-ED-VALOR-4
               MOVE SPACES TO WS-LINHA-REL
               STRING WS-MES-COMP(WS-IND)(5:2) "/"
                   WS-MES-COMP(WS-IND)(1:4) "        "
                   WS-ED-VALOR " " WS-ED-VALOR-2 " "
                   WS-ED-VALOR-3 " " WS-ED-VALOR-4
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-PERFORM.
           MOVE ALL "-" TO WS-LINHA-REL.
           CALL "REL-LINHA" USING WS-LINHA-REL.

       IMPRIMIR-CONFRONTO.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PREVISTO X REALIZADO - MES "
               WS-MES-ANTERIOR(5:2) "/" WS-MES-ANTERIOR(1:4)
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           IF WS-ACHOU-PREVISAO = "N"
               MOVE "Sem previsao gravada antes do inicio do mes."
                   TO WS-LINHA-REL
               CALL "REL-LINHA" USING WS-LINHA-REL
           ELSE
               MOVE WS-PREV-PESS TO WS-ED-VALOR-2
               MOVE WS-PREV-ESP TO WS-ED-VALOR-3
               MOVE WS-PREV-OTIM TO WS-ED-VALOR-4
               MOVE SPACES TO WS-LINHA-REL
               STRING "PREVISTO EM " WS-PREV-DATA(7:2) "/"
                   WS-PREV-DATA(5:2) "/" WS-PREV-DATA(1:4)
                   ": PESS " WS-ED-VALOR-2
                   " ESP " WS-ED-VALOR-3
                   " OTIM " WS-ED-VALOR-4
                   DELIMITED BY SIZE INTO WS-LINHA-REL
               END-STRING
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-IF.
           MOVE WS-REAL-BANCO TO WS-ED-VALOR.
           MOVE WS-REAL-CAIXA TO WS-ED-VALOR-2.
           MOVE WS-REAL-TOTAL TO WS-ED-VALOR-3.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "REALIZADO: BANCO " WS-ED-VALOR
               " CAIXA " WS-ED-VALOR-2
               " TOTAL " WS-ED-VALOR-3
               DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING.
           CALL "REL-LINHA" USING WS-LINHA-REL.
           IF WS-ACHOU-PREVISAO = "S" AND WS-PREV-ESP > ZERO
               COMPUTE WS-DESVIO ROUNDED =
                   (WS-REAL-TOTAL - WS-PREV-ESP) * 100 / WS-PREV-ESP
               MOVE WS-DESVIO TO WS-ED-DESVIO
               MOVE SPACES TO WS-LINHA-REL
               EVALUATE TRUE
                   WHEN WS-REAL-TOTAL < WS-PREV-PESS
                       STRING "DESVIO SOBRE O ESPERADO: " WS-ED-DESVIO
                           "% (ABAIXO DO PESSIMISTA)"
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                       END-STRING
                   WHEN WS-REAL-TOTAL > WS-PREV-OTIM
                       STRING "DESVIO SOBRE O ESPERADO: " WS-ED-DESVIO
                           "% (ACIMA DO OTIMISTA)"
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                       END-STRING
                   WHEN OTHER
                       STRING "DESVIO SOBRE O ESPERADO: " WS-ED-DESVIO
                           "% (DENTRO DA FAIXA)"
                           DELIMITED BY SIZE INTO WS-LINHA-REL
                       END-STRING
               END-EVALUATE
               CALL "REL-LINHA" USING WS-LINHA-REL
           END-IF.

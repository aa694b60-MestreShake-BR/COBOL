       IDENTIFICATION DIVISION.
           PROGRAM-ID. PATRIMONIO.
           AUTHOR. Alexandre S S Alves.

      * Registro patrimonial por sala (patrimonio.idx,
      * RegistroPatrimonio.cpy): o que de fato esta em cada sala de
      * salas.idx, por plaqueta, com aquisicao, estado de
      * conservacao e classe de depreciacao. Entrada, transferencia
      * entre salas e baixa ficam em patrimonio_movimentos.dat com
      * data e operador.
      * Contagem fisica anual: a folha de contagem digitada em
      * contagem_patrimonio.txt (SALA;PLAQUETA;DESCRICAO, plaqueta em
      * branco para item sem plaqueta) e conciliada com o registro
      * em conciliacao_patrimonio.rel via IMPRELATORIO -- bem achado
      * em sala diferente da cadastrada, plaqueta que o registro nao
      * conhece, item sem plaqueta e bem ativo que nao apareceu na
      * contagem. Bem achado (em qualquer sala) fica com a data da
      * contagem; a mudanca de sala so vale pela transferencia.
      * O resumo de depreciacao por classe (depreciacao.rel) usa
      * CALCDEPRECIACAO, a mesma conta da cota mensal que
      * EXPORTARCONTABIL manda ao contador na conta 811.
      * Perfil de consulta so lista.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PATRIMONIO ASSIGN TO "patrimonio.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-PLAQUETA
               ALTERNATE RECORD KEY IS PAT-SALA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-PAT.
           SELECT ARQUIVO-SALA ASSIGN TO "salas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CODIGO
               FILE STATUS IS WS-STATUS-SAL.
           SELECT ARQUIVO-MOVIMENTO
               ASSIGN TO "patrimonio_movimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MVP.
           SELECT ARQUIVO-CONTAGEM ASSIGN TO "contagem_patrimonio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CNT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PATRIMONIO.
           COPY "RegistroPatrimonio.cpy".

       FD  ARQUIVO-SALA.
           COPY "RegistroSala.cpy".

       FD  ARQUIVO-MOVIMENTO.
           COPY "RegistroMovPatrimonio.cpy".

       FD  ARQUIVO-CONTAGEM.
       01 LINHA-CONTAGEM PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-PAT PIC X(2).
       01 WS-STATUS-SAL PIC X(2).
       01 WS-STATUS-MVP PIC X(2).
       01 WS-STATUS-CNT PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-PODE-MANTER PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-SALA-OK PIC X.
       01 WS-PLAQUETA PIC 9(6).
       01 WS-SALA PIC X(10).
       01 WS-SALA-ANTERIOR PIC X(10).
       01 WS-MOTIVO PIC X(30).
       01 WS-CONDICAO PIC X(1).
       01 WS-TOTAL PIC 9(5).
      * Conciliacao.
       01 WS-DATA-CONTAGEM PIC 9(8).
       01 WS-CAMPOS.
           05 WS-CAMPO PIC X(30) OCCURS 3 TIMES.
       01 WS-CONTADOR-CAMPOS PIC 9(2).
       01 WS-PASSADA PIC 9(1).
       01 WS-TOTAL-LIDOS PIC 9(5).
       01 WS-TOTAL-ACHADOS PIC 9(5).
       01 WS-TOTAL-SALA-ERRADA PIC 9(5).
       01 WS-TOTAL-DESCONHECIDOS PIC 9(5).
       01 WS-TOTAL-SEM-PLAQUETA PIC 9(5).
       01 WS-TOTAL-NAO-LOCALIZADOS PIC 9(5).
      * Depreciacao.
       01 WS-COMPETENCIA PIC 9(6).
       01 WS-ACUMULADA PIC 9(7)V9(2).
       01 WS-DO-MES PIC 9(7)V9(2).
       01 WS-CLASSES-DEP.
           05 FILLER PIC X(22) VALUE "MOMOVEIS".
           05 FILLER PIC X(22) VALUE "EQEQUIPAMENTOS".
           05 FILLER PIC X(22) VALUE "ININFORMATICA".
           05 FILLER PIC X(22) VALUE "VEVEICULOS".
       01 WS-TAB-CLASSES REDEFINES WS-CLASSES-DEP.
           05 WS-CLS-ENT OCCURS 4 TIMES.
               10 WS-CLS-CODIGO PIC X(2).
               10 WS-CLS-NOME PIC X(20).
       01 WS-TAB-RESUMO.
           05 WS-RES-ENT OCCURS 4 TIMES.
               10 WS-RES-QTD PIC 9(5).
               10 WS-RES-AQUISICAO PIC 9(9)V9(2).
               10 WS-RES-ACUMULADA PIC 9(9)V9(2).
               10 WS-RES-DO-MES PIC 9(9)V9(2).
       01 WS-IND PIC 9(2).
       01 WS-IND-CLASSE PIC 9(2).
       01 WS-LIQUIDO PIC 9(9)V9(2).
       01 WS-TOT-QTD PIC 9(5).
       01 WS-TOT-AQUISICAO PIC 9(9)V9(2).
       01 WS-TOT-ACUMULADA PIC 9(9)V9(2).
       01 WS-TOT-DO-MES PIC 9(9)V9(2).
       01 WS-ED-VALOR PIC Z,ZZZ,ZZ9.99.
       01 WS-ED-VALOR-2 PIC Z,ZZZ,ZZ9.99.
       01 WS-ED-VALOR-3 PIC Z,ZZZ,ZZ9.99.
       01 WS-ED-VALOR-4 PIC Z,ZZZ,ZZ9.99.
       01 WS-REL-NOME PIC X(30).
       01 WS-REL-TITULO PIC X(40).
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Patrimonio por Sala             ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Cadastrar Bem                 ".
           DISPLAY "2 -  Transferir de Sala            ".
           DISPLAY "3 -  Alterar Estado de Conservacao ".
           DISPLAY "4 -  Baixar Bem                    ".
           DISPLAY "5 -  Bens da Sala                  ".
           DISPLAY "6 -  Conciliar Contagem Anual      ".
           DISPLAY "7 -  Resumo de Depreciacao         ".
           DISPLAY "8 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM CADASTRAR-BEM
                   END-IF
               WHEN 2
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM TRANSFERIR-BEM
                   END-IF
               WHEN 3
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM ALTERAR-ESTADO
                   END-IF
               WHEN 4
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM BAIXAR-BEM
                   END-IF
               WHEN 5
                   PERFORM LISTAR-SALA
               WHEN 6
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM CONCILIAR-CONTAGEM
                   END-IF
               WHEN 7
                   PERFORM RESUMO-DEPRECIACAO
               WHEN 8
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.
           PERFORM PRINCIPAL.

       EXIGIR-MANUTENCAO.
           IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
               MOVE "N" TO WS-PODE-MANTER
               DISPLAY "Permissao negada: perfil de consulta."
           ELSE
               MOVE "S" TO WS-PODE-MANTER
           END-IF.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.

       ABRIR-PATRIMONIO.
           OPEN I-O ARQUIVO-PATRIMONIO.
           IF WS-STATUS-PAT = "35"
               OPEN OUTPUT ARQUIVO-PATRIMONIO
               CLOSE ARQUIVO-PATRIMONIO
               OPEN I-O ARQUIVO-PATRIMONIO
           END-IF.
           IF WS-STATUS-PAT NOT = "00"
               DISPLAY "Erro ao abrir patrimonio.idx. STATUS="
                   WS-STATUS-PAT
           END-IF.

       VALIDAR-SALA.
      * Bem so vai para sala cadastrada e ativa em salas.idx.
           MOVE "N" TO WS-SALA-OK.
           OPEN INPUT ARQUIVO-SALA.
           IF WS-STATUS-SAL NOT = "00"
               DISPLAY "salas.idx indisponivel (STATUS="
                   WS-STATUS-SAL ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SALA TO SAL-CODIGO.
           READ ARQUIVO-SALA KEY IS SAL-CODIGO
               INVALID KEY
                   DISPLAY "Sala " WS-SALA " nao cadastrada."
               NOT INVALID KEY
                   IF SAL-INATIVA
                       DISPLAY "Sala " WS-SALA " inativa."
                   ELSE
                       MOVE "S" TO WS-SALA-OK
                   END-IF
           END-READ.
           CLOSE ARQUIVO-SALA.

       GRAVAR-MOVIMENTO.
           MOVE PAT-PLAQUETA TO MVP-PLAQUETA.
           MOVE WS-HOJE TO MVP-DATA.
           MOVE WS-OPERADOR-SESSAO TO MVP-OPERADOR.
           MOVE WS-MOTIVO TO MVP-MOTIVO.
           OPEN EXTEND ARQUIVO-MOVIMENTO.
           IF WS-STATUS-MVP = "35"
               OPEN OUTPUT ARQUIVO-MOVIMENTO
           END-IF.
           WRITE REG-MOV-PATRIMONIO.
           CLOSE ARQUIVO-MOVIMENTO.

       CADASTRAR-BEM.
           PERFORM OBTER-HOJE.
           DISPLAY "Plaqueta: ".
           ACCEPT WS-PLAQUETA.
           IF WS-PLAQUETA = ZERO
               DISPLAY "Plaqueta obrigatoria."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sala: ".
           ACCEPT WS-SALA.
           PERFORM VALIDAR-SALA.
           IF WS-SALA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-PATRIMONIO.
           IF WS-STATUS-PAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PLAQUETA TO PAT-PLAQUETA.
           READ ARQUIVO-PATRIMONIO KEY IS PAT-PLAQUETA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Plaqueta ja cadastrada: " PAT-DESCRICAO
                   CLOSE ARQUIVO-PATRIMONIO
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO REG-PATRIMONIO.
           MOVE WS-PLAQUETA TO PAT-PLAQUETA.
           MOVE WS-SALA TO PAT-SALA.
           DISPLAY "Descricao: ".
           ACCEPT PAT-DESCRICAO.
           DISPLAY "Data de aquisicao (AAAAMMDD): ".
           ACCEPT PAT-DATA-AQUISICAO.
           DISPLAY "Valor de aquisicao: ".
           ACCEPT PAT-VALOR-AQUISICAO.
           DISPLAY "Estado (B bom, R regular, I inservivel): ".
           ACCEPT PAT-CONDICAO.
           DISPLAY "Classe (MO moveis, EQ equipamentos, "
               "IN informatica, VE veiculos): ".
           ACCEPT PAT-CLASSE.
           IF PAT-DESCRICAO = SPACES
                   OR PAT-DATA-AQUISICAO IS NOT NUMERIC
                   OR PAT-DATA-AQUISICAO = ZERO
                   OR NOT (PAT-BOM OR PAT-REGULAR OR PAT-INSERVIVEL)
                   OR (PAT-CLASSE NOT = "MO" AND NOT = "EQ"
                       AND NOT = "IN" AND NOT = "VE")
               DISPLAY "Dados incompletos ou invalidos; bem nao "
                   "cadastrado."
               CLOSE ARQUIVO-PATRIMONIO
               EXIT PARAGRAPH
           END-IF.
           SET PAT-ATIVO TO TRUE.
           MOVE ZERO TO PAT-DATA-BAIXA.
           MOVE ZERO TO PAT-ULTIMA-CONTAGEM.
           WRITE REG-PATRIMONIO
               INVALID KEY
                   DISPLAY "Erro ao gravar o bem."
                   CLOSE ARQUIVO-PATRIMONIO
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE ARQUIVO-PATRIMONIO.
           SET MVP-ENTRADA TO TRUE.
           MOVE SPACES TO MVP-SALA-ORIGEM.
           MOVE WS-SALA TO MVP-SALA-DESTINO.
           MOVE "ENTRADA NO PATRIMONIO" TO WS-MOTIVO.
           PERFORM GRAVAR-MOVIMENTO.
           DISPLAY "Bem " WS-PLAQUETA " cadastrado na sala "
               WS-SALA ".".

       LER-BEM-ATIVO.
      * Abre o registro I-O e le a plaqueta pedida; deixa o arquivo
      * fechado e WS-PLAQUETA zerada quando nao ha bem ativo.
           DISPLAY "Plaqueta: ".
           ACCEPT WS-PLAQUETA.
           PERFORM ABRIR-PATRIMONIO.
           IF WS-STATUS-PAT NOT = "00"
               MOVE ZERO TO WS-PLAQUETA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PLAQUETA TO PAT-PLAQUETA.
           READ ARQUIVO-PATRIMONIO KEY IS PAT-PLAQUETA
               INVALID KEY
                   DISPLAY "Plaqueta nao cadastrada."
                   MOVE ZERO TO WS-PLAQUETA
               NOT INVALID KEY
                   IF PAT-BAIXADO
                       DISPLAY "Bem baixado em " PAT-DATA-BAIXA "."
                       MOVE ZERO TO WS-PLAQUETA
                   ELSE
                       DISPLAY PAT-PLAQUETA " " PAT-DESCRICAO
                           " sala " PAT-SALA " estado " PAT-CONDICAO
                   END-IF
           END-READ.
           IF WS-PLAQUETA = ZERO
               CLOSE ARQUIVO-PATRIMONIO
           END-IF.

       TRANSFERIR-BEM.
           PERFORM OBTER-HOJE.
           PERFORM LER-BEM-ATIVO.
           IF WS-PLAQUETA = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sala de destino: ".
           ACCEPT WS-SALA.
           IF WS-SALA = PAT-SALA
               DISPLAY "O bem ja esta nessa sala."
               CLOSE ARQUIVO-PATRIMONIO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDAR-SALA.
           IF WS-SALA-OK NOT = "S"
               CLOSE ARQUIVO-PATRIMONIO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Motivo: ".
           ACCEPT WS-MOTIVO.
           MOVE PAT-SALA TO WS-SALA-ANTERIOR.
           MOVE WS-SALA TO PAT-SALA.
           REWRITE REG-PATRIMONIO
               INVALID KEY
                   DISPLAY "Erro ao gravar a transferencia."
                   CLOSE ARQUIVO-PATRIMONIO
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE ARQUIVO-PATRIMONIO.
           SET MVP-TRANSFERENCIA TO TRUE.
           MOVE WS-SALA-ANTERIOR TO MVP-SALA-ORIGEM.
           MOVE WS-SALA TO MVP-SALA-DESTINO.
           PERFORM GRAVAR-MOVIMENTO.
           DISPLAY "Bem transferido de " WS-SALA-ANTERIOR " para "
               WS-SALA ".".

       ALTERAR-ESTADO.
           PERFORM LER-BEM-ATIVO.
           IF WS-PLAQUETA = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Novo estado (B bom, R regular, I inservivel): ".
           ACCEPT WS-CONDICAO.
           IF WS-CONDICAO NOT = "B" AND NOT = "R" AND NOT = "I"
               DISPLAY "Estado invalido."
               CLOSE ARQUIVO-PATRIMONIO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONDICAO TO PAT-CONDICAO.
           REWRITE REG-PATRIMONIO
               INVALID KEY
                   DISPLAY "Erro ao gravar o estado."
               NOT INVALID KEY
                   DISPLAY "Estado atualizado."
           END-REWRITE.
           CLOSE ARQUIVO-PATRIMONIO.

       BAIXAR-BEM.
           PERFORM OBTER-HOJE.
           PERFORM LER-BEM-ATIVO.
           IF WS-PLAQUETA = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Motivo da baixa: ".
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "Motivo obrigatorio; bem nao baixado."
               CLOSE ARQUIVO-PATRIMONIO
               EXIT PARAGRAPH
           END-IF.
           SET PAT-BAIXADO TO TRUE.
           MOVE WS-HOJE TO PAT-DATA-BAIXA.
           REWRITE REG-PATRIMONIO
               INVALID KEY
                   DISPLAY "Erro ao gravar a baixa."
                   CLOSE ARQUIVO-PATRIMONIO
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE ARQUIVO-PATRIMONIO.
           SET MVP-BAIXA TO TRUE.
           MOVE PAT-SALA TO MVP-SALA-ORIGEM.
           MOVE SPACES TO MVP-SALA-DESTINO.
           PERFORM GRAVAR-MOVIMENTO.
           DISPLAY "Bem " PAT-PLAQUETA " baixado.".

       LISTAR-SALA.
           DISPLAY "Sala: ".
           ACCEPT WS-SALA.
           MOVE ZERO TO WS-TOTAL.
           OPEN INPUT ARQUIVO-PATRIMONIO.
           IF WS-STATUS-PAT NOT = "00"
               DISPLAY "Nenhum bem cadastrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SALA TO PAT-SALA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-PATRIMONIO KEY IS = PAT-SALA
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PATRIMONIO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PAT-SALA NOT = WS-SALA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           IF PAT-ATIVO
                               ADD 1 TO WS-TOTAL
                               DISPLAY PAT-PLAQUETA " " PAT-DESCRICAO
                                   " " PAT-CLASSE " estado "
                                   PAT-CONDICAO " contado em "
                                   PAT-ULTIMA-CONTAGEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PATRIMONIO.
           DISPLAY "Bens ativos na sala: " WS-TOTAL.

      *-----------------------------------------------------------
      * Conciliacao da contagem anual. Primeira passada na folha:
      * marca os achados e aponta sala errada e plaqueta
      * desconhecida; segunda: itens sem plaqueta; por fim, o
      * registro inteiro para os bens ativos nao achados.
      *-----------------------------------------------------------
       CONCILIAR-CONTAGEM.
           PERFORM OBTER-HOJE.
           DISPLAY "Data da contagem (AAAAMMDD, 0 = hoje): ".
           ACCEPT WS-DATA-CONTAGEM.
           IF WS-DATA-CONTAGEM = ZERO
               MOVE WS-HOJE TO WS-DATA-CONTAGEM
           END-IF.
           OPEN INPUT ARQUIVO-CONTAGEM.
           IF WS-STATUS-CNT NOT = "00"
               DISPLAY "Folha de contagem nao encontrada "
                   "(contagem_patrimonio.txt STATUS=" WS-STATUS-CNT
                   ")."
               EXIT PARAGRAPH
           END-IF.
           CLOSE ARQUIVO-CONTAGEM.
           PERFORM ABRIR-PATRIMONIO.
           IF WS-STATUS-PAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-TOTAL-LIDOS.
           MOVE ZERO TO WS-TOTAL-ACHADOS.
           MOVE ZERO TO WS-TOTAL-SALA-ERRADA.
           MOVE ZERO TO WS-TOTAL-DESCONHECIDOS.
           MOVE ZERO TO WS-TOTAL-SEM-PLAQUETA.
           MOVE ZERO TO WS-TOTAL-NAO-LOCALIZADOS.
           MOVE "conciliacao_patrimonio.rel" TO WS-REL-NOME.
           MOVE "CONCILIACAO DA CONTAGEM DO PATRIMONIO"
               TO WS-REL-TITULO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "Contagem de " WS-DATA-CONTAGEM
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "BENS EM SALA DIFERENTE DA CADASTRADA / PLAQUETA"
               TO WS-REL-LINHA.
           MOVE "DESCONHECIDA" TO WS-REL-LINHA(50:12).
           PERFORM ESCREVER-LINHA.
           MOVE "PLAQUETA DESCRICAO" TO WS-REL-LINHA.
           MOVE "CADASTRO   CONTADO EM" TO WS-REL-LINHA(41:21).
           PERFORM ESCREVER-LINHA.
           MOVE 1 TO WS-PASSADA.
           PERFORM LER-FOLHA-CONTAGEM.
           PERFORM ESCREVER-LINHA.
           MOVE "ITENS SEM PLAQUETA" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "SALA       DESCRICAO" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE 2 TO WS-PASSADA.
           PERFORM LER-FOLHA-CONTAGEM.
           PERFORM ESCREVER-LINHA.
           MOVE "BENS NAO LOCALIZADOS NA CONTAGEM" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "PLAQUETA DESCRICAO" TO WS-REL-LINHA.
           MOVE "SALA" TO WS-REL-LINHA(41:4).
           PERFORM ESCREVER-LINHA.
           PERFORM LISTAR-NAO-LOCALIZADOS.
           CLOSE ARQUIVO-PATRIMONIO.
           PERFORM ESCREVER-LINHA.
           STRING "Linhas na folha: " WS-TOTAL-LIDOS
               "  achados: " WS-TOTAL-ACHADOS
               "  sala errada: " WS-TOTAL-SALA-ERRADA
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "Plaqueta desconhecida: " WS-TOTAL-DESCONHECIDOS
               "  sem plaqueta: " WS-TOTAL-SEM-PLAQUETA
               "  nao localizados: " WS-TOTAL-NAO-LOCALIZADOS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           DISPLAY "Achados: " WS-TOTAL-ACHADOS
               "  sala errada: " WS-TOTAL-SALA-ERRADA
               "  desconhecidos: " WS-TOTAL-DESCONHECIDOS.
           DISPLAY "Sem plaqueta: " WS-TOTAL-SEM-PLAQUETA
               "  nao localizados: " WS-TOTAL-NAO-LOCALIZADOS.
           DISPLAY "Relatorio: conciliacao_patrimonio.rel".

       LER-FOLHA-CONTAGEM.
           OPEN INPUT ARQUIVO-CONTAGEM.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CONTAGEM
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM CONFERIR-LINHA-CONTAGEM
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CONTAGEM.

       CONFERIR-LINHA-CONTAGEM.
           IF LINHA-CONTAGEM = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CAMPOS.
           MOVE ZERO TO WS-CONTADOR-CAMPOS.
           UNSTRING LINHA-CONTAGEM DELIMITED BY ";"
               INTO WS-CAMPO(1) WS-CAMPO(2) WS-CAMPO(3)
               TALLYING IN WS-CONTADOR-CAMPOS
           END-UNSTRING.
           MOVE WS-CAMPO(1) TO WS-SALA.
           MOVE ZERO TO WS-PLAQUETA.
           IF WS-CAMPO(2)(1:6) IS NUMERIC
               MOVE WS-CAMPO(2)(1:6) TO WS-PLAQUETA
           END-IF.
           IF WS-PASSADA = 2
               IF WS-PLAQUETA = ZERO
                   ADD 1 TO WS-TOTAL-SEM-PLAQUETA
                   MOVE WS-SALA TO WS-REL-LINHA(1:10)
                   MOVE WS-CAMPO(3) TO WS-REL-LINHA(12:30)
                   PERFORM ESCREVER-LINHA
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF WS-PLAQUETA = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PLAQUETA TO PAT-PLAQUETA.
           READ ARQUIVO-PATRIMONIO KEY IS PAT-PLAQUETA
               INVALID KEY
                   ADD 1 TO WS-TOTAL-DESCONHECIDOS
                   MOVE WS-PLAQUETA TO WS-REL-LINHA(1:6)
                   MOVE WS-CAMPO(3) TO WS-REL-LINHA(10:30)
                   MOVE "DESCONHEC." TO WS-REL-LINHA(41:10)
                   MOVE WS-SALA TO WS-REL-LINHA(52:10)
                   PERFORM ESCREVER-LINHA
                   EXIT PARAGRAPH
           END-READ.
           IF PAT-BAIXADO
               ADD 1 TO WS-TOTAL-DESCONHECIDOS
               MOVE PAT-PLAQUETA TO WS-REL-LINHA(1:6)
               MOVE PAT-DESCRICAO TO WS-REL-LINHA(10:30)
               MOVE "BAIXADO" TO WS-REL-LINHA(41:10)
               MOVE WS-SALA TO WS-REL-LINHA(52:10)
               PERFORM ESCREVER-LINHA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-ACHADOS.
           IF PAT-SALA NOT = WS-SALA
               ADD 1 TO WS-TOTAL-SALA-ERRADA
               MOVE PAT-PLAQUETA TO WS-REL-LINHA(1:6)
               MOVE PAT-DESCRICAO TO WS-REL-LINHA(10:30)
               MOVE PAT-SALA TO WS-REL-LINHA(41:10)
               MOVE WS-SALA TO WS-REL-LINHA(52:10)
               PERFORM ESCREVER-LINHA
           END-IF.
           MOVE WS-DATA-CONTAGEM TO PAT-ULTIMA-CONTAGEM.
           REWRITE REG-PATRIMONIO
               INVALID KEY
                   DISPLAY "Erro ao marcar a contagem de "
                       PAT-PLAQUETA
           END-REWRITE.

       LISTAR-NAO-LOCALIZADOS.
           MOVE ZERO TO PAT-PLAQUETA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-PATRIMONIO KEY IS >= PAT-PLAQUETA
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PATRIMONIO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PAT-ATIVO
                           AND PAT-ULTIMA-CONTAGEM < WS-DATA-CONTAGEM
                           ADD 1 TO WS-TOTAL-NAO-LOCALIZADOS
                           MOVE PAT-PLAQUETA TO WS-REL-LINHA(1:6)
                           MOVE PAT-DESCRICAO TO WS-REL-LINHA(10:30)
                           MOVE PAT-SALA TO WS-REL-LINHA(41:10)
                           PERFORM ESCREVER-LINHA
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * Resumo de depreciacao por classe, dos bens ativos, para o
      * mes de referencia.
      *-----------------------------------------------------------
       RESUMO-DEPRECIACAO.
           DISPLAY "Mes de referencia (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
           OPEN INPUT ARQUIVO-PATRIMONIO.
           IF WS-STATUS-PAT NOT = "00"
               DISPLAY "Nenhum bem cadastrado."
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-TAB-RESUMO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PATRIMONIO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PAT-ATIVO
                           PERFORM ACUMULAR-DEPRECIACAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PATRIMONIO.
           MOVE "depreciacao.rel" TO WS-REL-NOME.
           MOVE "RESUMO DE DEPRECIACAO DO PATRIMONIO"
               TO WS-REL-TITULO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "Mes de referencia " WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "CLASSE        QTD    AQUISICAO    ACUMULADA"
               TO WS-REL-LINHA.
           MOVE "LIQUIDO       DO MES" TO WS-REL-LINHA(50:20).
           PERFORM ESCREVER-LINHA.
           MOVE ZERO TO WS-TOT-QTD.
           MOVE ZERO TO WS-TOT-AQUISICAO.
           MOVE ZERO TO WS-TOT-ACUMULADA.
           MOVE ZERO TO WS-TOT-DO-MES.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4
               ADD WS-RES-QTD(WS-IND) TO WS-TOT-QTD
               ADD WS-RES-AQUISICAO(WS-IND) TO WS-TOT-AQUISICAO
               ADD WS-RES-ACUMULADA(WS-IND) TO WS-TOT-ACUMULADA
               ADD WS-RES-DO-MES(WS-IND) TO WS-TOT-DO-MES
               COMPUTE WS-LIQUIDO = WS-RES-AQUISICAO(WS-IND)
                   - WS-RES-ACUMULADA(WS-IND)
               MOVE WS-CLS-NOME(WS-IND) TO WS-REL-LINHA(1:12)
               MOVE WS-RES-QTD(WS-IND) TO WS-REL-LINHA(13:5)
               MOVE WS-RES-AQUISICAO(WS-IND) TO WS-ED-VALOR
               MOVE WS-RES-ACUMULADA(WS-IND) TO WS-ED-VALOR-2
               MOVE WS-LIQUIDO TO WS-ED-VALOR-3
               MOVE WS-RES-DO-MES(WS-IND) TO WS-ED-VALOR-4
               PERFORM MONTAR-VALORES
           END-PERFORM.
           PERFORM ESCREVER-LINHA.
           COMPUTE WS-LIQUIDO = WS-TOT-AQUISICAO - WS-TOT-ACUMULADA.
           MOVE "TOTAL" TO WS-REL-LINHA(1:12).
           MOVE WS-TOT-QTD TO WS-REL-LINHA(13:5).
           MOVE WS-TOT-AQUISICAO TO WS-ED-VALOR.
           MOVE WS-TOT-ACUMULADA TO WS-ED-VALOR-2.
           MOVE WS-LIQUIDO TO WS-ED-VALOR-3.
           MOVE WS-TOT-DO-MES TO WS-ED-VALOR-4.
           PERFORM MONTAR-VALORES.
           PERFORM ESCREVER-LINHA.
           MOVE "A cota do mes e a levada a conta 811 do intercambio"
               TO WS-REL-LINHA.
           MOVE "contabil." TO WS-REL-LINHA(53:9).
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           DISPLAY "Relatorio: depreciacao.rel".

       MONTAR-VALORES.
           MOVE WS-ED-VALOR TO WS-REL-LINHA(19:12).
           MOVE WS-ED-VALOR-2 TO WS-REL-LINHA(32:12).
           MOVE WS-ED-VALOR-3 TO WS-REL-LINHA(45:12).
           MOVE WS-ED-VALOR-4 TO WS-REL-LINHA(58:12).
           PERFORM ESCREVER-LINHA.

       ACUMULAR-DEPRECIACAO.
           MOVE 1 TO WS-IND-CLASSE.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4
               IF WS-CLS-CODIGO(WS-IND) = PAT-CLASSE
                   MOVE WS-IND TO WS-IND-CLASSE
               END-IF
           END-PERFORM.
           CALL "CALCDEPRECIACAO" USING PAT-CLASSE
               PAT-VALOR-AQUISICAO PAT-DATA-AQUISICAO WS-COMPETENCIA
               WS-ACUMULADA WS-DO-MES.
           ADD 1 TO WS-RES-QTD(WS-IND-CLASSE).
           ADD PAT-VALOR-AQUISICAO TO WS-RES-AQUISICAO(WS-IND-CLASSE).
           ADD WS-ACUMULADA TO WS-RES-ACUMULADA(WS-IND-CLASSE).
           ADD WS-DO-MES TO WS-RES-DO-MES(WS-IND-CLASSE).

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.

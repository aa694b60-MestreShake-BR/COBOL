       IDENTIFICATION DIVISION.
           PROGRAM-ID. CHAMADOSMANUTENCAO.
           AUTHOR. Alexandre S S Alves.

      * Chamados de manutencao predial por sala
      * (chamados_manutencao.idx, RegistroChamado.cpy): ar
      * condicionado quebrado, goteira, projetor sem funcionar. O
      * chamado registra o problema, a prioridade, quem abriu, quem
      * vai resolver, a situacao e o fechamento, no lugar do pedido
      * de boca ao zelador.
      * Um chamado pode bloquear a sala por um periodo (fim em
      * branco = ate o chamado ser fechado). Com a sala bloqueada,
      * SALABLOQUEADA faz GRADEHORARIA avisar, CALENDARIOPROVAS
      * recusar prova na sala e SALAS mostrar o bloqueio. A lista de
      * remanejamento (remanejamento_salas.rel) traz as turmas
      * ativas cuja sala esta bloqueada numa data, com a sugestao de
      * uma sala ativa livre (sem turma, sem bloqueio, mesmo recurso
      * e capacidade suficiente).
      * O envelhecimento dos chamados em aberto
      * (chamados_envelhecimento.rel) vai para a administracao toda
      * semana pelo agendador (ENTRY CHAMADOS-SEMANAL, frequencia S
      * em agenda_jobs.dat).
      * Perfil de consulta so lista.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CHAMADO ASSIGN TO "chamados_manutencao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-NUMERO
               ALTERNATE RECORD KEY IS CHM-SALA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CHM.
           SELECT ARQUIVO-SALA ASSIGN TO "salas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CODIGO
               FILE STATUS IS WS-STATUS-SAL.
           SELECT ARQUIVO-TURMA ASSIGN TO "turmas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WS-STATUS-TUR.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CHAMADO.
           COPY "RegistroChamado.cpy".

       FD  ARQUIVO-SALA.
           COPY "RegistroSala.cpy".

       FD  ARQUIVO-TURMA.
           COPY "RegistroTurma.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-CHM PIC X(2).
       01 WS-STATUS-SAL PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-PODE-MANTER PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-SALA PIC X(10).
       01 WS-SALA-OK PIC X.
       01 WS-NUMERO PIC 9(6).
       01 WS-MAIOR-NUMERO PIC 9(6).
       01 WS-CHAMADO-OK PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-TOTAL PIC 9(5).
       01 WS-INICIO PIC 9(8).
       01 WS-FIM PIC 9(8).
      * Retorno de SALABLOQUEADA.
       01 WS-DATA-REF PIC 9(8).
       01 WS-BLOQUEADA PIC X.
       01 WS-CHAMADO-BLOQ PIC 9(6).
       01 WS-FIM-BLOQ PIC 9(8).
       01 WS-PROBLEMA-BLOQ PIC X(40).
      * Remanejamento: salas ativas, com bloqueio na data e ocupacao
      * por turma ativa.
       01 WS-TAB-SALAS.
           05 WS-QTD-SALAS PIC 9(3) VALUE ZERO.
           05 WS-TS-ENT OCCURS 300 TIMES.
               10 WS-TS-CODIGO PIC X(10).
               10 WS-TS-CAPACIDADE PIC 9(3).
               10 WS-TS-RECURSO PIC X(10).
               10 WS-TS-BLOQUEADA PIC X.
               10 WS-TS-CHAMADO PIC 9(6).
               10 WS-TS-FIM PIC 9(8).
               10 WS-TS-OCUPADA PIC X.
       01 WS-IND PIC 9(3).
       01 WS-IND-SALA PIC 9(3).
       01 WS-IND-SUGESTAO PIC 9(3).
       01 WS-TOTAL-REMANEJAR PIC 9(5).
       01 WS-TOTAL-SEM-SALA PIC 9(5).
      * Envelhecimento.
       01 WS-DIAS PIC 9(5).
       01 WS-TAB-FAIXAS.
           05 WS-FX-ENT OCCURS 4 TIMES.
               10 WS-FX-QTD PIC 9(5).
               10 WS-FX-ALTA PIC 9(5).
       01 WS-ROTULOS-FAIXAS.
           05 FILLER PIC X(14) VALUE "ATE 7 DIAS".
           05 FILLER PIC X(14) VALUE "8 A 15 DIAS".
           05 FILLER PIC X(14) VALUE "16 A 30 DIAS".
           05 FILLER PIC X(14) VALUE "ACIMA DE 30".
       01 WS-TAB-ROTULOS REDEFINES WS-ROTULOS-FAIXAS.
           05 WS-FX-ROTULO PIC X(14) OCCURS 4 TIMES.
       01 WS-TOTAL-ABERTOS PIC 9(5).
       01 WS-TOTAL-BLOQUEANDO PIC 9(5).
       01 WS-ED-DIAS PIC ZZZZ9.
       01 WS-ED-QTD PIC ZZZZ9.
       01 WS-REL-NOME PIC X(30).
       01 WS-REL-TITULO PIC X(40).
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Chamados de Manutencao          ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Abrir Chamado                 ".
           DISPLAY "2 -  Atribuir Responsavel          ".
           DISPLAY "3 -  Bloquear/Liberar Sala         ".
           DISPLAY "4 -  Fechar Chamado                ".
           DISPLAY "5 -  Chamados da Sala              ".
           DISPLAY "6 -  Turmas a Remanejar            ".
           DISPLAY "7 -  Envelhecimento dos Abertos    ".
           DISPLAY "8 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM ABRIR-CHAMADO
                   END-IF
               WHEN 2
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM ATRIBUIR-CHAMADO
                   END-IF
               WHEN 3
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM BLOQUEAR-SALA
                   END-IF
               WHEN 4
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM FECHAR-CHAMADO
                   END-IF
               WHEN 5
                   PERFORM LISTAR-SALA
               WHEN 6
                   DISPLAY "Data (AAAAMMDD; zero = hoje): "
                   ACCEPT WS-DATA-REF
                   PERFORM LISTA-REMANEJAMENTO
               WHEN 7
                   PERFORM RELATORIO-ENVELHECIMENTO
               WHEN 8
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.
           PERFORM PRINCIPAL.

      * Ponto de entrada nao-interativo para o agendador
      * (AGENDADORJOBS, semanal): envelhecimento dos abertos.
       ENTRY "CHAMADOS-SEMANAL".
           CALL "CONFIGAMBIENTE".
           MOVE ZERO TO RETURN-CODE.
           PERFORM RELATORIO-ENVELHECIMENTO.
           GOBACK.

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

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.

       ABRIR-CHAMADOS.
           OPEN I-O ARQUIVO-CHAMADO.
           IF WS-STATUS-CHM = "35"
               OPEN OUTPUT ARQUIVO-CHAMADO
               CLOSE ARQUIVO-CHAMADO
               OPEN I-O ARQUIVO-CHAMADO
           END-IF.
           IF WS-STATUS-CHM NOT = "00"
               DISPLAY "Erro ao abrir chamados_manutencao.idx. STATUS="
                   WS-STATUS-CHM
           END-IF.

       VALIDAR-SALA.
      * Chamado so para sala cadastrada e ativa em salas.idx.
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
                       DISPLAY "Sala: " SAL-DESCRICAO
                       MOVE "S" TO WS-SALA-OK
                   END-IF
           END-READ.
           CLOSE ARQUIVO-SALA.

       PROXIMO-NUMERO.
      * Proximo numero = maior numero gravado + 1 (arquivo aberto).
           MOVE ZERO TO WS-MAIOR-NUMERO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZERO TO CHM-NUMERO.
           START ARQUIVO-CHAMADO KEY IS >= CHM-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CHAMADO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE CHM-NUMERO TO WS-MAIOR-NUMERO
               END-READ
           END-PERFORM.
           COMPUTE WS-NUMERO = WS-MAIOR-NUMERO + 1.

       ACEITAR-BLOQUEIO.
      * Periodo do bloqueio; inicio zero fica como hoje, fim zero
      * deixa a sala bloqueada ate o fechamento do chamado.
           DISPLAY "Inicio do bloqueio (AAAAMMDD; zero = hoje): ".
           ACCEPT WS-INICIO.
           IF WS-INICIO = ZERO
               MOVE WS-HOJE TO WS-INICIO
           END-IF.
           DISPLAY "Fim do bloqueio (AAAAMMDD; zero = ate fechar): ".
           ACCEPT WS-FIM.
           IF WS-FIM NOT = ZERO AND WS-FIM < WS-INICIO
               DISPLAY "Fim anterior ao inicio; bloqueio ate fechar."
               MOVE ZERO TO WS-FIM
           END-IF.

       ABRIR-CHAMADO.
           PERFORM OBTER-HOJE.
           DISPLAY "Sala: ".
           ACCEPT WS-SALA.
           PERFORM VALIDAR-SALA.
           IF WS-SALA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-CHAMADO.
           MOVE WS-SALA TO CHM-SALA.
           DISPLAY "Problema: ".
           ACCEPT CHM-PROBLEMA.
           IF CHM-PROBLEMA = SPACES
               DISPLAY "Problema obrigatorio; chamado nao aberto."
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST AFTER
               UNTIL CHM-PRIORIDADE-ALTA OR CHM-PRIORIDADE-MEDIA
                   OR CHM-PRIORIDADE-BAIXA
               DISPLAY "Prioridade (A alta, M media, B baixa): "
               ACCEPT CHM-PRIORIDADE
           END-PERFORM.
           DISPLAY "Responsavel (vazio = a definir): ".
           ACCEPT CHM-RESPONSAVEL.
           MOVE WS-OPERADOR-SESSAO TO CHM-ABERTO-POR.
           MOVE WS-HOJE TO CHM-DATA-ABERTURA.
           IF CHM-RESPONSAVEL = SPACES
               SET CHM-ABERTO TO TRUE
           ELSE
               SET CHM-EM-ANDAMENTO TO TRUE
           END-IF.
           MOVE ZERO TO CHM-DATA-FECHAMENTO.
           MOVE ZERO TO CHM-BLOQUEIO-INICIO.
           MOVE ZERO TO CHM-BLOQUEIO-FIM.
           DISPLAY "Bloquear a sala? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM ACEITAR-BLOQUEIO
               MOVE WS-INICIO TO CHM-BLOQUEIO-INICIO
               MOVE WS-FIM TO CHM-BLOQUEIO-FIM
           END-IF.
           PERFORM ABRIR-CHAMADOS.
           IF WS-STATUS-CHM NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROXIMO-NUMERO.
           MOVE WS-NUMERO TO CHM-NUMERO.
           WRITE REG-CHAMADO
               INVALID KEY
                   DISPLAY "Erro ao gravar o chamado."
               NOT INVALID KEY
                   DISPLAY "Chamado " WS-NUMERO " aberto para a sala "
                       WS-SALA "."
                   IF CHM-BLOQUEIO-INICIO NOT = ZERO
                       DISPLAY "Sala bloqueada a partir de "
                           CHM-BLOQUEIO-INICIO "; confira as turmas "
                           "a remanejar."
                   END-IF
           END-WRITE.
           CLOSE ARQUIVO-CHAMADO.

       LER-CHAMADO-ABERTO.
      * Abre o arquivo I-O e le o chamado pedido; deixa o arquivo
      * fechado e WS-CHAMADO-OK "N" quando nao ha chamado em aberto.
           MOVE "N" TO WS-CHAMADO-OK.
           DISPLAY "Numero do chamado: ".
           ACCEPT WS-NUMERO.
           PERFORM ABRIR-CHAMADOS.
           IF WS-STATUS-CHM NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMERO TO CHM-NUMERO.
           READ ARQUIVO-CHAMADO KEY IS CHM-NUMERO
               INVALID KEY
                   DISPLAY "Chamado nao encontrado."
               NOT INVALID KEY
                   IF CHM-FECHADO
                       DISPLAY "Chamado fechado em "
                           CHM-DATA-FECHAMENTO "."
                   ELSE
                       PERFORM MOSTRAR-CHAMADO
                       MOVE "S" TO WS-CHAMADO-OK
                   END-IF
           END-READ.
           IF WS-CHAMADO-OK NOT = "S"
               CLOSE ARQUIVO-CHAMADO
           END-IF.

       MOSTRAR-CHAMADO.
           DISPLAY CHM-NUMERO " sala " CHM-SALA " prior "
               CHM-PRIORIDADE " sit " CHM-SITUACAO
               " aberto " CHM-DATA-ABERTURA " por " CHM-ABERTO-POR.
           DISPLAY "  " CHM-PROBLEMA.
           IF CHM-RESPONSAVEL NOT = SPACES
               DISPLAY "  Responsavel: " CHM-RESPONSAVEL
           END-IF.
           IF CHM-BLOQUEIO-INICIO NOT = ZERO
               DISPLAY "  Bloqueio: " CHM-BLOQUEIO-INICIO
                   " a " CHM-BLOQUEIO-FIM
           END-IF.
           IF CHM-FECHADO
               DISPLAY "  Fechado em " CHM-DATA-FECHAMENTO ": "
                   CHM-SOLUCAO
           END-IF.

       ATRIBUIR-CHAMADO.
           PERFORM LER-CHAMADO-ABERTO.
           IF WS-CHAMADO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Responsavel: ".
           ACCEPT CHM-RESPONSAVEL.
           IF CHM-RESPONSAVEL = SPACES
               SET CHM-ABERTO TO TRUE
           ELSE
               SET CHM-EM-ANDAMENTO TO TRUE
           END-IF.
           REWRITE REG-CHAMADO.
           DISPLAY "Chamado " CHM-NUMERO " atualizado.".
           CLOSE ARQUIVO-CHAMADO.

       BLOQUEAR-SALA.
      * Inicio zero no bloqueio ja gravado libera a sala.
           PERFORM OBTER-HOJE.
           PERFORM LER-CHAMADO-ABERTO.
           IF WS-CHAMADO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF CHM-BLOQUEIO-INICIO NOT = ZERO
               DISPLAY "Liberar a sala agora? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE ZERO TO CHM-BLOQUEIO-INICIO
                   MOVE ZERO TO CHM-BLOQUEIO-FIM
                   REWRITE REG-CHAMADO
                   DISPLAY "Sala " CHM-SALA " liberada."
                   CLOSE ARQUIVO-CHAMADO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM ACEITAR-BLOQUEIO.
           MOVE WS-INICIO TO CHM-BLOQUEIO-INICIO.
           MOVE WS-FIM TO CHM-BLOQUEIO-FIM.
           REWRITE REG-CHAMADO.
           DISPLAY "Sala " CHM-SALA " bloqueada de " WS-INICIO
               " a " WS-FIM ".".
           CLOSE ARQUIVO-CHAMADO.

       FECHAR-CHAMADO.
      * O fechamento encerra tambem o bloqueio da sala.
           PERFORM OBTER-HOJE.
           PERFORM LER-CHAMADO-ABERTO.
           IF WS-CHAMADO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Solucao: ".
           ACCEPT CHM-SOLUCAO.
           DISPLAY "Confirma o fechamento? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               SET CHM-FECHADO TO TRUE
               MOVE WS-HOJE TO CHM-DATA-FECHAMENTO
               REWRITE REG-CHAMADO
               DISPLAY "Chamado " CHM-NUMERO " fechado."
           ELSE
               DISPLAY "Fechamento cancelado."
           END-IF.
           CLOSE ARQUIVO-CHAMADO.

       LISTAR-SALA.
           DISPLAY "Sala: ".
           ACCEPT WS-SALA.
           MOVE ZERO TO WS-TOTAL.
           OPEN INPUT ARQUIVO-CHAMADO.
           IF WS-STATUS-CHM NOT = "00"
               DISPLAY "Nenhum chamado registrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SALA TO CHM-SALA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-CHAMADO KEY IS = CHM-SALA
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CHAMADO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CHM-SALA NOT = WS-SALA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           ADD 1 TO WS-TOTAL
                           PERFORM MOSTRAR-CHAMADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CHAMADO.
           DISPLAY "Chamados da sala: " WS-TOTAL.

       LISTA-REMANEJAMENTO.
      * Turmas ativas cuja sala esta bloqueada na data, com uma sala
      * livre sugerida. Sala livre: ativa, sem bloqueio na data, sem
      * turma ativa nela (nem sugerida para outra turma nesta lista),
      * do mesmo recurso e com capacidade para a turma.
           PERFORM OBTER-HOJE.
           IF WS-DATA-REF = ZERO
               MOVE WS-HOJE TO WS-DATA-REF
           END-IF.
           MOVE ZERO TO WS-TOTAL-REMANEJAR.
           MOVE ZERO TO WS-TOTAL-SEM-SALA.
           PERFORM CARREGAR-SALAS.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR NOT = "00"
               DISPLAY "turmas.idx indisponivel (STATUS="
                   WS-STATUS-TUR ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TURMA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TUR-ATIVA
                           PERFORM MARCAR-SALA-OCUPADA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-TURMA.
           MOVE "remanejamento_salas.rel" TO WS-REL-NOME.
           MOVE "TURMAS A REMANEJAR POR SALA BLOQUEADA"
               TO WS-REL-TITULO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "Data de referencia: " WS-DATA-REF
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "TURMA      CAP SALA       CHAMADO BLOQ ATE"
               TO WS-REL-LINHA.
           MOVE "SUGESTAO" TO WS-REL-LINHA(51:8).
           PERFORM ESCREVER-LINHA.
           OPEN INPUT ARQUIVO-TURMA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TURMA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TUR-ATIVA AND TUR-SALA NOT = SPACES
                           PERFORM CONFERIR-TURMA-BLOQUEADA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-TURMA.
           PERFORM ESCREVER-LINHA.
           STRING "Turmas a remanejar: " WS-TOTAL-REMANEJAR
               "  sem sala livre sugerida: " WS-TOTAL-SEM-SALA
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           DISPLAY "Turmas a remanejar em " WS-DATA-REF ": "
               WS-TOTAL-REMANEJAR " (sem sala livre: "
               WS-TOTAL-SEM-SALA ")".

       CARREGAR-SALAS.
           MOVE ZERO TO WS-QTD-SALAS.
           OPEN INPUT ARQUIVO-SALA.
           IF WS-STATUS-SAL NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-SALA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF SAL-ATIVA AND WS-QTD-SALAS < 300
                           PERFORM GUARDAR-SALA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-SALA.

       GUARDAR-SALA.
           ADD 1 TO WS-QTD-SALAS.
           MOVE SAL-CODIGO TO WS-TS-CODIGO(WS-QTD-SALAS).
           MOVE SAL-CAPACIDADE TO WS-TS-CAPACIDADE(WS-QTD-SALAS).
           MOVE SAL-RECURSO TO WS-TS-RECURSO(WS-QTD-SALAS).
           MOVE "N" TO WS-TS-OCUPADA(WS-QTD-SALAS).
           CALL "SALABLOQUEADA" USING SAL-CODIGO WS-DATA-REF
               WS-BLOQUEADA WS-CHAMADO-BLOQ WS-FIM-BLOQ
               WS-PROBLEMA-BLOQ.
           MOVE WS-BLOQUEADA TO WS-TS-BLOQUEADA(WS-QTD-SALAS).
           MOVE WS-CHAMADO-BLOQ TO WS-TS-CHAMADO(WS-QTD-SALAS).
           MOVE WS-FIM-BLOQ TO WS-TS-FIM(WS-QTD-SALAS).

       LOCALIZAR-SALA.
      * WS-IND-SALA recebe a posicao de WS-SALA na tabela, ou zero.
           MOVE ZERO TO WS-IND-SALA.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-SALAS OR WS-IND-SALA NOT = ZERO
               IF WS-TS-CODIGO(WS-IND) = WS-SALA
                   MOVE WS-IND TO WS-IND-SALA
               END-IF
           END-PERFORM.

       MARCAR-SALA-OCUPADA.
           MOVE TUR-SALA TO WS-SALA.
           PERFORM LOCALIZAR-SALA.
           IF WS-IND-SALA NOT = ZERO
               MOVE "S" TO WS-TS-OCUPADA(WS-IND-SALA)
           END-IF.

       CONFERIR-TURMA-BLOQUEADA.
           MOVE TUR-SALA TO WS-SALA.
           PERFORM LOCALIZAR-SALA.
           IF WS-IND-SALA = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-TS-BLOQUEADA(WS-IND-SALA) NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-REMANEJAR.
           MOVE ZERO TO WS-IND-SUGESTAO.
           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-SALAS
                   OR WS-IND-SUGESTAO NOT = ZERO
               IF WS-TS-BLOQUEADA(WS-IND) = "N"
                       AND WS-TS-OCUPADA(WS-IND) = "N"
                       AND WS-TS-RECURSO(WS-IND) =
                           WS-TS-RECURSO(WS-IND-SALA)
                       AND WS-TS-CAPACIDADE(WS-IND) >=
                           TUR-CAPACIDADE
                   MOVE WS-IND TO WS-IND-SUGESTAO
               END-IF
           END-PERFORM.
           STRING TUR-CODIGO " " TUR-CAPACIDADE " " TUR-SALA " "
               WS-TS-CHAMADO(WS-IND-SALA) "  "
               WS-TS-FIM(WS-IND-SALA)
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           IF WS-IND-SUGESTAO = ZERO
               ADD 1 TO WS-TOTAL-SEM-SALA
               MOVE "SEM SALA LIVRE" TO WS-REL-LINHA(51:14)
           ELSE
               MOVE "S" TO WS-TS-OCUPADA(WS-IND-SUGESTAO)
               MOVE WS-TS-CODIGO(WS-IND-SUGESTAO)
                   TO WS-REL-LINHA(51:10)
           END-IF.
           PERFORM ESCREVER-LINHA.

       RELATORIO-ENVELHECIMENTO.
      * Chamados nao fechados, na ordem de abertura, com os dias em
      * aberto; totais por faixa de idade e, em cada faixa, quantos
      * sao de prioridade alta.
           PERFORM OBTER-HOJE.
           MOVE ZERO TO WS-TOTAL-ABERTOS.
           MOVE ZERO TO WS-TOTAL-BLOQUEANDO.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4
               MOVE ZERO TO WS-FX-QTD(WS-IND)
               MOVE ZERO TO WS-FX-ALTA(WS-IND)
           END-PERFORM.
           MOVE "chamados_envelhecimento.rel" TO WS-REL-NOME.
           MOVE "CHAMADOS DE MANUTENCAO EM ABERTO" TO WS-REL-TITULO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "Posicao em " WS-HOJE
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "NUMERO SALA       P  DIAS S RESPONSAVEL" TO
               WS-REL-LINHA.
           MOVE "PROBLEMA" TO WS-REL-LINHA(50:8).
           PERFORM ESCREVER-LINHA.
           OPEN INPUT ARQUIVO-CHAMADO.
           IF WS-STATUS-CHM = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-CHAMADO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF NOT CHM-FECHADO
                               PERFORM ENVELHECER-CHAMADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CHAMADO
           END-IF.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4
               MOVE WS-FX-QTD(WS-IND) TO WS-ED-QTD
               STRING WS-FX-ROTULO(WS-IND) " CHAMADOS " WS-ED-QTD
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               MOVE WS-FX-ALTA(WS-IND) TO WS-ED-QTD
               STRING "  PRIORIDADE ALTA " WS-ED-QTD
                   DELIMITED BY SIZE INTO WS-REL-LINHA(35:30)
               END-STRING
               PERFORM ESCREVER-LINHA
           END-PERFORM.
           MOVE WS-TOTAL-ABERTOS TO WS-ED-QTD.
           STRING "TOTAL EM ABERTO " WS-ED-QTD
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           MOVE WS-TOTAL-BLOQUEANDO TO WS-ED-QTD.
           STRING "  COM SALA BLOQUEADA " WS-ED-QTD
               DELIMITED BY SIZE INTO WS-REL-LINHA(22:30)
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           DISPLAY "Chamados em aberto: " WS-TOTAL-ABERTOS
               " (acima de 30 dias: " WS-FX-QTD(4) ")".

       ENVELHECER-CHAMADO.
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
               - FUNCTION INTEGER-OF-DATE(CHM-DATA-ABERTURA).
           EVALUATE TRUE
               WHEN WS-DIAS <= 7
                   MOVE 1 TO WS-IND
               WHEN WS-DIAS <= 15
                   MOVE 2 TO WS-IND
               WHEN WS-DIAS <= 30
                   MOVE 3 TO WS-IND
               WHEN OTHER
                   MOVE 4 TO WS-IND
           END-EVALUATE.
           ADD 1 TO WS-FX-QTD(WS-IND).
           IF CHM-PRIORIDADE-ALTA
               ADD 1 TO WS-FX-ALTA(WS-IND)
           END-IF.
           ADD 1 TO WS-TOTAL-ABERTOS.
           MOVE WS-DIAS TO WS-ED-DIAS.
           STRING CHM-NUMERO " " CHM-SALA " " CHM-PRIORIDADE " "
               WS-ED-DIAS " " CHM-SITUACAO " " CHM-RESPONSAVEL
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           IF CHM-RESPONSAVEL = SPACES
               MOVE "A DEFINIR" TO WS-REL-LINHA(29:9)
           END-IF.
           MOVE CHM-PROBLEMA(1:23) TO WS-REL-LINHA(50:23).
           IF CHM-BLOQUEIO-INICIO NOT = ZERO
                   AND CHM-BLOQUEIO-INICIO <= WS-HOJE
                   AND (CHM-BLOQUEIO-FIM = ZERO
                       OR CHM-BLOQUEIO-FIM >= WS-HOJE)
               ADD 1 TO WS-TOTAL-BLOQUEANDO
               MOVE "BLQ" TO WS-REL-LINHA(74:3)
           END-IF.
           PERFORM ESCREVER-LINHA.

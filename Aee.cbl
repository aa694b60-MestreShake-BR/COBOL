       IDENTIFICATION DIVISION.
           PROGRAM-ID. AEE.
           AUTHOR. Alexandre S S Alves.

      * Cadastro do atendimento educacional especializado (aee.idx):
      * alunos com deficiencia ou transtorno tem por lei adaptacoes
      * nas provas (tempo adicional, sala separada, prova ampliada,
      * ledor, transcritor, interprete de Libras), e isso vivia numa
      * pasta na gaveta da coordenacao. Cada matricula tem a
      * categoria da condicao (01 a 09 as do Censo Escolar, 10
      * transtorno de aprendizagem), o laudo, as adaptacoes
      * concedidas, a observacao para emergencias e a data de
      * revisao. O quadro de provas (CALENDARIOPROVAS) imprime as
      * adaptacoes ao lado do aluno, a folha de emergencia
      * (FICHAEMERGENCIA) mostra a condicao e a observacao, e o
      * Censo (EXPORTARCENSO) leva os indicadores de deficiencia.
      * Dado sensivel: gravar e encerrar exigem perfil B.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-AEE ASSIGN TO "aee.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AEE-MATRICULA
               FILE STATUS IS WS-STATUS-AEE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-AEE.
           COPY "RegistroAee.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-AEE PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-MATRICULA PIC 9(5).
       01 WS-STATUS-MATRICULA PIC X.
       01 WS-NOVO PIC X.
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-LIMITE-REVISAO PIC 9(8).
       01 WS-TOTAL-LISTADO PIC 9(4).
       01 WS-TEM-AEE PIC X.
       01 WS-CATEGORIA-DESC PIC X(41).
       01 WS-ADAPTACOES-DESC PIC X(60).
       01 WS-OBS-DESC PIC X(40).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Atendimento Especializado (AEE) ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Cadastrar/Alterar (perfil B)  ".
           DISPLAY "2 -  Consultar Aluno               ".
           DISPLAY "3 -  Encerrar Atendimento (perf. B)".
           DISPLAY "4 -  Revisoes a Vencer (30 dias)   ".
           DISPLAY "5 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM GRAVAR-AEE
               WHEN 2
                   PERFORM CONSULTAR-AEE
               WHEN 3
                   PERFORM ENCERRAR-AEE
               WHEN 4
                   PERFORM LISTAR-REVISOES
               WHEN 5
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       ABRIR-ARQUIVO.
           OPEN I-O ARQUIVO-AEE.
           EVALUATE WS-STATUS-AEE
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-AEE
                   CLOSE ARQUIVO-AEE
                   OPEN I-O ARQUIVO-AEE
               WHEN OTHER
                   DISPLAY "Erro ao abrir aee.idx. STATUS="
                       WS-STATUS-AEE
           END-EVALUATE.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.

       GRAVAR-AEE.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: o cadastro AEE exige "
                   "perfil B."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA.
           CALL "VALIDARMATRICULA" USING WS-MATRICULA
               WS-STATUS-MATRICULA.
           IF WS-STATUS-MATRICULA NOT = "A"
               DISPLAY "Erro: matricula nao pertence a um aluno."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM OBTER-HOJE.
           PERFORM ABRIR-ARQUIVO.
           MOVE WS-MATRICULA TO AEE-MATRICULA.
           MOVE "N" TO WS-NOVO.
           READ ARQUIVO-AEE KEY IS AEE-MATRICULA
               INVALID KEY
                   MOVE "S" TO WS-NOVO
                   INITIALIZE REG-AEE
                   MOVE WS-MATRICULA TO AEE-MATRICULA
           END-READ.
           DISPLAY "Categorias: 01 cegueira 02 baixa visao "
               "03 surdez 04 def. auditiva".
           DISPLAY "  05 surdocegueira 06 def. fisica "
               "07 def. intelectual 08 TEA".
           DISPLAY "  09 altas habilidades 10 transtorno de "
               "aprendizagem".
           DISPLAY "Categoria principal: ".
           ACCEPT AEE-CATEGORIA.
           IF NOT AEE-CATEGORIA-VALIDA
               DISPLAY "Categoria invalida. Nada gravado."
               CLOSE ARQUIVO-AEE
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Segunda categoria (00 = nenhuma): ".
           ACCEPT AEE-CATEGORIA-2.
           IF AEE-CATEGORIA-2 > 10
               DISPLAY "Categoria invalida. Nada gravado."
               CLOSE ARQUIVO-AEE
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Laudo (profissional / CID): ".
           ACCEPT AEE-LAUDO.
           DISPLAY "Data do laudo (AAAAMMDD): ".
           ACCEPT AEE-DATA-LAUDO.
           DISPLAY "Adaptacoes de prova (S/N):".
           DISPLAY "  Tempo adicional: ".
           ACCEPT AEE-TEMPO-ADICIONAL.
           DISPLAY "  Sala separada: ".
           ACCEPT AEE-SALA-SEPARADA.
           DISPLAY "  Prova ampliada: ".
           ACCEPT AEE-PROVA-AMPLIADA.
           DISPLAY "  Ledor: ".
           ACCEPT AEE-LEDOR.
           DISPLAY "  Transcritor: ".
           ACCEPT AEE-TRANSCRITOR.
           DISPLAY "  Interprete de Libras: ".
           ACCEPT AEE-INTERPRETE-LIBRAS.
           INSPECT AEE-ADAPTACOES CONVERTING "sn" TO "SN".
           DISPLAY "Outras adaptacoes: ".
           ACCEPT AEE-OUTRAS-ADAPTACOES.
           MOVE SPACES TO AEE-SALA-PROVA.
           IF AEE-SALA-SEPARADA = "S"
               DISPLAY "Sala designada para provas (vazio = sala "
                   "de atendimento do ensalamento): "
               ACCEPT AEE-SALA-PROVA
           END-IF.
           DISPLAY "Observacao para emergencias: ".
           ACCEPT AEE-OBS-EMERGENCIA.
           DISPLAY "Data de revisao (AAAAMMDD): ".
           ACCEPT AEE-DATA-REVISAO.
           IF AEE-DATA-REVISAO NOT > WS-HOJE
               DISPLAY "Aviso: revisao ja vencida; reveja o laudo."
           END-IF.
           SET AEE-ATIVO TO TRUE.
           MOVE WS-OPERADOR-SESSAO TO AEE-OPERADOR.
           MOVE WS-HOJE TO AEE-DATA-ATUALIZACAO.
           IF WS-NOVO = "S"
               WRITE REG-AEE
               DISPLAY "Atendimento cadastrado."
           ELSE
               REWRITE REG-AEE
               DISPLAY "Atendimento atualizado."
           END-IF.
           CLOSE ARQUIVO-AEE.
           PERFORM PRINCIPAL.

       CONSULTAR-AEE.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA.
           CALL "AEEALUNO" USING WS-MATRICULA WS-TEM-AEE
               WS-CATEGORIA-DESC WS-ADAPTACOES-DESC WS-OBS-DESC.
           IF WS-TEM-AEE NOT = "S"
               DISPLAY "Sem atendimento especializado ativo."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM ABRIR-ARQUIVO.
           MOVE WS-MATRICULA TO AEE-MATRICULA.
           READ ARQUIVO-AEE KEY IS AEE-MATRICULA
               INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE ARQUIVO-AEE.
           DISPLAY "Condicao:    " WS-CATEGORIA-DESC.
           DISPLAY "Laudo:       " AEE-LAUDO " de " AEE-DATA-LAUDO.
           DISPLAY "Adaptacoes:  " WS-ADAPTACOES-DESC.
           IF AEE-SALA-PROVA NOT = SPACES
               DISPLAY "Sala prova:  " AEE-SALA-PROVA
           END-IF.
           DISPLAY "Emergencia:  " WS-OBS-DESC.
           DISPLAY "Revisao em:  " AEE-DATA-REVISAO.
           DISPLAY "Atualizado:  " AEE-DATA-ATUALIZACAO " por "
               AEE-OPERADOR.
           PERFORM PRINCIPAL.

       ENCERRAR-AEE.
      * O registro fica guardado como encerrado (aluno que deixou de
      * precisar do atendimento), fora das provas e do Censo.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: exige perfil B."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA.
           PERFORM OBTER-HOJE.
           PERFORM ABRIR-ARQUIVO.
           MOVE WS-MATRICULA TO AEE-MATRICULA.
           READ ARQUIVO-AEE KEY IS AEE-MATRICULA
               INVALID KEY
                   DISPLAY "Atendimento nao cadastrado."
               NOT INVALID KEY
                   SET AEE-ENCERRADO TO TRUE
                   MOVE WS-OPERADOR-SESSAO TO AEE-OPERADOR
                   MOVE WS-HOJE TO AEE-DATA-ATUALIZACAO
                   REWRITE REG-AEE
                   DISPLAY "Atendimento encerrado."
           END-READ.
           CLOSE ARQUIVO-AEE.
           PERFORM PRINCIPAL.

       LISTAR-REVISOES.
      * Atendimentos ativos com revisao vencida ou vencendo nos
      * proximos 30 dias, para a coordenacao pedir laudo novo.
           PERFORM OBTER-HOJE.
           COMPUTE WS-LIMITE-REVISAO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + 30).
           MOVE ZERO TO WS-TOTAL-LISTADO.
           PERFORM ABRIR-ARQUIVO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-AEE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF AEE-ATIVO
                               AND AEE-DATA-REVISAO
                                   NOT > WS-LIMITE-REVISAO
                           ADD 1 TO WS-TOTAL-LISTADO
                           DISPLAY AEE-MATRICULA " categoria "
                               AEE-CATEGORIA " revisao "
                               AEE-DATA-REVISAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-AEE.
           DISPLAY "Revisoes a fazer: " WS-TOTAL-LISTADO.
           PERFORM PRINCIPAL.

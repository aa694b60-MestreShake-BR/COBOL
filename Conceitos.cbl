       IDENTIFICATION DIVISION.
           PROGRAM-ID. CONCEITOS.
           AUTHOR. Alexandre S S Alves.

      * Cadastro da avaliacao por conceito das series iniciais
      * (educacao infantil e primeiro ano), que nao recebem nota
      * 0-10. A escala de conceitos e propria de cada serie
      * (escala_conceitos.idx: "AT" Atingiu, "ED" Em desenvolvimento,
      * "NA" Nao atingiu, por exemplo) e a lista de objetivos de
      * aprendizagem e por serie e disciplina
      * (objetivos_aprendizagem.idx). Cadastrar a escala de uma serie
      * a torna conceitual: a digitacao passa a ser por
      * DIGITARCONCEITOSTURMA, o boletim imprime os conceitos e a
      * promocao decide por frequencia e conselho. Alteracoes exigem
      * perfil B (coordenacao pedagogica).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ESCALA ASSIGN TO "escala_conceitos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECO-CHAVE
               FILE STATUS IS WS-STATUS-ECO.
           SELECT ARQUIVO-OBJETIVO
               ASSIGN TO "objetivos_aprendizagem.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBJ-CHAVE
               FILE STATUS IS WS-STATUS-OBJ.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ESCALA.
           COPY "RegistroEscalaConceito.cpy".

       FD  ARQUIVO-OBJETIVO.
           COPY "RegistroObjetivo.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-ECO PIC X(2).
       01 WS-STATUS-OBJ PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-SERIE PIC 9(2).
       01 WS-CODIGO PIC X(2).
       01 WS-DISCIPLINA PIC X(20).
       01 WS-STATUS-DISCIPLINA PIC X.
       01 WS-SEQ PIC 9(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-TOTAL-LISTADO PIC 9(3).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Avaliacao por Conceito          ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Gravar Conceito da Escala     ".
           DISPLAY "2 -  Excluir Conceito da Escala    ".
           DISPLAY "3 -  Listar Escala da Serie        ".
           DISPLAY "4 -  Gravar Objetivo               ".
           DISPLAY "5 -  Inativar Objetivo             ".
           DISPLAY "6 -  Listar Objetivos              ".
           DISPLAY "7 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM GRAVAR-CONCEITO
               WHEN 2
                   PERFORM EXCLUIR-CONCEITO
               WHEN 3
                   PERFORM LISTAR-ESCALA
               WHEN 4
                   PERFORM GRAVAR-OBJETIVO
               WHEN 5
                   PERFORM INATIVAR-OBJETIVO
               WHEN 6
                   PERFORM LISTAR-OBJETIVOS
               WHEN 7
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       ABRIR-ESCALA.
           OPEN I-O ARQUIVO-ESCALA.
           EVALUATE WS-STATUS-ECO
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-ESCALA
                   CLOSE ARQUIVO-ESCALA
                   OPEN I-O ARQUIVO-ESCALA
               WHEN OTHER
                   DISPLAY "Erro ao abrir escala_conceitos.idx. "
                       "STATUS=" WS-STATUS-ECO
           END-EVALUATE.

       ABRIR-OBJETIVOS.
           OPEN I-O ARQUIVO-OBJETIVO.
           EVALUATE WS-STATUS-OBJ
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   OPEN OUTPUT ARQUIVO-OBJETIVO
                   CLOSE ARQUIVO-OBJETIVO
                   OPEN I-O ARQUIVO-OBJETIVO
               WHEN OTHER
                   DISPLAY "Erro ao abrir objetivos_aprendizagem.idx."
                       " STATUS=" WS-STATUS-OBJ
           END-EVALUATE.

       EXIGIR-PERFIL-B.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: exige perfil B."
               PERFORM PRINCIPAL
           END-IF.

       GRAVAR-CONCEITO.
      * Gravar um codigo que ja existe na serie corrige a descricao
      * e a ordem.
           PERFORM EXIGIR-PERFIL-B.
           DISPLAY "Serie: ".
           ACCEPT WS-SERIE.
           DISPLAY "Codigo do conceito (2 letras, ex. AT): ".
           ACCEPT WS-CODIGO.
           IF WS-SERIE = ZERO OR WS-CODIGO = SPACES
               DISPLAY "Serie e codigo sao obrigatorios."
               PERFORM PRINCIPAL
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO.
           PERFORM ABRIR-ESCALA.
           MOVE WS-SERIE TO ECO-SERIE.
           MOVE WS-CODIGO TO ECO-CODIGO.
           DISPLAY "Descricao (ex. Em desenvolvimento): ".
           ACCEPT ECO-DESCRICAO.
           DISPLAY "Ordem na escala (1 = mais alto): ".
           ACCEPT ECO-ORDEM.
           WRITE REG-ESCALA-CONCEITO
               INVALID KEY
                   REWRITE REG-ESCALA-CONCEITO
                   DISPLAY "Conceito regravado."
               NOT INVALID KEY
                   DISPLAY "Conceito incluido na escala da serie "
                       WS-SERIE "."
           END-WRITE.
           CLOSE ARQUIVO-ESCALA.
           PERFORM PRINCIPAL.

       EXCLUIR-CONCEITO.
      * Excluir o ultimo conceito da serie a devolve a avaliacao por
      * nota.
           PERFORM EXIGIR-PERFIL-B.
           DISPLAY "Serie: ".
           ACCEPT WS-SERIE.
           DISPLAY "Codigo do conceito: ".
           ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO.
           PERFORM ABRIR-ESCALA.
           MOVE WS-SERIE TO ECO-SERIE.
           MOVE WS-CODIGO TO ECO-CODIGO.
           DELETE ARQUIVO-ESCALA RECORD
               INVALID KEY
                   DISPLAY "Conceito nao encontrado."
               NOT INVALID KEY
                   DISPLAY "Conceito excluido."
           END-DELETE.
           CLOSE ARQUIVO-ESCALA.
           PERFORM PRINCIPAL.

       LISTAR-ESCALA.
           DISPLAY "Serie: ".
           ACCEPT WS-SERIE.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           PERFORM ABRIR-ESCALA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-SERIE TO ECO-SERIE.
           MOVE LOW-VALUES TO ECO-CODIGO.
           START ARQUIVO-ESCALA KEY IS >= ECO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ESCALA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF ECO-SERIE NOT = WS-SERIE
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           ADD 1 TO WS-TOTAL-LISTADO
                           DISPLAY ECO-ORDEM " " ECO-CODIGO " "
                               ECO-DESCRICAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ESCALA.
           IF WS-TOTAL-LISTADO = ZERO
               DISPLAY "Serie sem escala: avaliada por nota."
           END-IF.
           PERFORM PRINCIPAL.

       PEDIR-SERIE-DISCIPLINA.
           DISPLAY "Serie: ".
           ACCEPT WS-SERIE.
           DISPLAY "Disciplina (codigo ou nome oficial): ".
           ACCEPT WS-DISCIPLINA.
           CALL "VALIDARDISCIPLINA" USING WS-DISCIPLINA
               WS-STATUS-DISCIPLINA.
           IF WS-STATUS-DISCIPLINA NOT = "V"
               DISPLAY "Erro: disciplina invalida ou inativa."
               PERFORM PRINCIPAL
           END-IF.

       GRAVAR-OBJETIVO.
           PERFORM EXIGIR-PERFIL-B.
           PERFORM PEDIR-SERIE-DISCIPLINA.
           DISPLAY "Numero do objetivo (01 a 99): ".
           ACCEPT WS-SEQ.
           IF WS-SEQ = ZERO
               DISPLAY "Numero invalido."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM ABRIR-OBJETIVOS.
           MOVE WS-SERIE TO OBJ-SERIE.
           MOVE WS-DISCIPLINA TO OBJ-DISCIPLINA.
           MOVE WS-SEQ TO OBJ-SEQ.
           DISPLAY "Descricao do objetivo: ".
           ACCEPT OBJ-DESCRICAO.
           SET OBJ-ATIVO TO TRUE.
           WRITE REG-OBJETIVO
               INVALID KEY
                   REWRITE REG-OBJETIVO
                   DISPLAY "Objetivo regravado."
               NOT INVALID KEY
                   DISPLAY "Objetivo incluido."
           END-WRITE.
           CLOSE ARQUIVO-OBJETIVO.
           PERFORM PRINCIPAL.

       INATIVAR-OBJETIVO.
           PERFORM EXIGIR-PERFIL-B.
           PERFORM PEDIR-SERIE-DISCIPLINA.
           DISPLAY "Numero do objetivo: ".
           ACCEPT WS-SEQ.
           PERFORM ABRIR-OBJETIVOS.
           MOVE WS-SERIE TO OBJ-SERIE.
           MOVE WS-DISCIPLINA TO OBJ-DISCIPLINA.
           MOVE WS-SEQ TO OBJ-SEQ.
           READ ARQUIVO-OBJETIVO KEY IS OBJ-CHAVE
               INVALID KEY
                   DISPLAY "Objetivo nao encontrado."
               NOT INVALID KEY
                   SET OBJ-INATIVO TO TRUE
                   REWRITE REG-OBJETIVO
                   DISPLAY "Objetivo inativado."
           END-READ.
           CLOSE ARQUIVO-OBJETIVO.
           PERFORM PRINCIPAL.

       LISTAR-OBJETIVOS.
           PERFORM PEDIR-SERIE-DISCIPLINA.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           PERFORM ABRIR-OBJETIVOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-SERIE TO OBJ-SERIE.
           MOVE WS-DISCIPLINA TO OBJ-DISCIPLINA.
           MOVE ZERO TO OBJ-SEQ.
           START ARQUIVO-OBJETIVO KEY IS >= OBJ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-OBJETIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF OBJ-SERIE NOT = WS-SERIE
                               OR OBJ-DISCIPLINA NOT = WS-DISCIPLINA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           ADD 1 TO WS-TOTAL-LISTADO
                           DISPLAY OBJ-SEQ " [" OBJ-STATUS "] "
                               OBJ-DESCRICAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-OBJETIVO.
           DISPLAY "Objetivos listados: " WS-TOTAL-LISTADO.
           PERFORM PRINCIPAL.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. ACESSOSSENSIVEIS.
           AUTHOR. Alexandre S S Alves.

      * Consulta do log de leitura de dados sensiveis
      * (acessos_sensiveis.log, gravado por REGISTRARACESSO a cada
      * exibicao da ficha de saude, das ocorrencias disciplinares e
      * da ficha da orientacao educacional): quem olhou, o que, de
      * qual aluno, por qual programa e quando, filtrando por
      * matricula, operador e competencia.
      * O relatorio mensal de acessos incomuns
      * (acessos_incomuns.rel) ordena o mes por operador e aponta
      * quem: consultou a ficha de saude de muitos alunos de outra
      * unidade (OPE-UNIDADE diferente de UNIDADE-ALUNO; operador
      * sem unidade nao entra nesse teste), consultou a ficha de
      * saude de alunos demais no mes, consultou dado sensivel fora
      * do horario de expediente, ou abriu a ficha da orientacao sem
      * ter o perfil O. Sai pelo menu ou pelo agendador (ENTRY
      * ACESSOS-MENSAL, job mensal, mes anterior, limites padrao).
      * So o perfil B consulta: o proprio log e dado sensivel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ACESSO ASSIGN TO "acessos_sensiveis.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACS.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-OPERADOR ASSIGN TO "operadores.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUS-OPE.
           SELECT WORK-ACESSO ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ACESSO.
           COPY "RegistroAcessoSensivel.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-OPERADOR.
           COPY "RegistroOperador.cpy".

       SD  WORK-ACESSO.
       01 REG-SORT-ACESSO.
           05 SRT-OPERADOR PIC X(8).
           05 SRT-MATRICULA PIC 9(5).
           05 SRT-DATA PIC 9(8).
           05 SRT-HORA PIC 9(6).
           05 SRT-TIPO PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9(1).
       01 WS-STATUS-ACS PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-OPE PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-HOJE-DET REDEFINES WS-HOJE.
           05 WS-HOJE-ANO PIC 9(4).
           05 WS-HOJE-MES PIC 9(2).
           05 WS-HOJE-DIA PIC 9(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-LEITURA PIC X.
       01 WS-ALUNOS-OK PIC X.
       01 WS-OPERADORES-OK PIC X.
      * Filtros da consulta.
       01 WS-FILTRO-MATRICULA PIC 9(5).
       01 WS-FILTRO-OPERADOR PIC X(8).
       01 WS-COMPETENCIA PIC 9(6).
       01 WS-COMPETENCIA-DET REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO PIC 9(4).
           05 WS-COMP-MES PIC 9(2).
       01 WS-DESC-TIPO PIC X(10).
       01 WS-TOTAL-LISTADO PIC 9(5).
      * Limites do relatorio de acessos incomuns. Expediente das
      * 07:00 as 19:00.
       01 WS-LIMITE-FORA PIC 9(3).
       01 WS-LIMITE-VOLUME PIC 9(3).
       01 WS-HORA-INICIO PIC 9(6) VALUE 070000.
       01 WS-HORA-FIM PIC 9(6) VALUE 190000.
      * Quebra por operador e por aluno no retorno do SORT.
       01 WS-OPE-CORRENTE PIC X(8).
       01 WS-OPE-UNIDADE PIC X(3).
       01 WS-OPE-PERFIL PIC X(1).
       01 WS-MAT-CORRENTE PIC 9(5).
       01 WS-UNIDADE-ALUNO PIC X(3).
       01 WS-ALUNO-SAUDE PIC X.
       01 WS-QTD-SAUDE PIC 9(5).
       01 WS-QTD-OCORRENCIA PIC 9(5).
       01 WS-QTD-ORIENTACAO PIC 9(5).
       01 WS-QTD-ALUNOS-SAUDE PIC 9(5).
       01 WS-QTD-FORA-UNIDADE PIC 9(5).
       01 WS-QTD-FORA-HORARIO PIC 9(5).
       01 WS-MOTIVOS PIC X(8).
       01 WS-TOTAL-OPERADORES PIC 9(3).
       01 WS-TOTAL-APONTADOS PIC 9(3).
       01 WS-REL-NOME PIC X(30) VALUE "acessos_incomuns.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "ACESSOS INCOMUNS A DADOS SENSIVEIS".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Acessos a Dados Sensiveis       ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Consultar Acessos             ".
           DISPLAY "2 -  Acessos Incomuns do Mes       ".
           DISPLAY "3 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM VERIFICAR-PERFIL
                   PERFORM CONSULTAR-ACESSOS
                   PERFORM PRINCIPAL
               WHEN 2
                   PERFORM VERIFICAR-PERFIL
                   DISPLAY "Competencia (AAAAMM): "
                   ACCEPT WS-COMPETENCIA
                   DISPLAY "Minimo de alunos de outra unidade "
                       "(vazio = 5): "
                   MOVE ZERO TO WS-LIMITE-FORA
                   ACCEPT WS-LIMITE-FORA
                   IF WS-LIMITE-FORA = ZERO
                       MOVE 5 TO WS-LIMITE-FORA
                   END-IF
                   DISPLAY "Minimo de fichas de saude no mes "
                       "(vazio = 30): "
                   MOVE ZERO TO WS-LIMITE-VOLUME
                   ACCEPT WS-LIMITE-VOLUME
                   IF WS-LIMITE-VOLUME = ZERO
                       MOVE 30 TO WS-LIMITE-VOLUME
                   END-IF
                   PERFORM ACESSOS-INCOMUNS
                   PERFORM PRINCIPAL
               WHEN 3
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

      * Ponto de entrada nao-interativo para o agendador de rotinas
      * (AGENDADORJOBS, job mensal): acessos incomuns do mes
      * anterior, com os limites padrao.
       ENTRY "ACESSOS-MENSAL".
           MOVE ZERO TO RETURN-CODE.
           PERFORM OBTER-HOJE.
           MOVE WS-HOJE-ANO TO WS-COMP-ANO.
           MOVE WS-HOJE-MES TO WS-COMP-MES.
           IF WS-COMP-MES = 1
               MOVE 12 TO WS-COMP-MES
               SUBTRACT 1 FROM WS-COMP-ANO
           ELSE
               SUBTRACT 1 FROM WS-COMP-MES
           END-IF.
           MOVE 5 TO WS-LIMITE-FORA.
           MOVE 30 TO WS-LIMITE-VOLUME.
           PERFORM ACESSOS-INCOMUNS.
           GOBACK.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.

       VERIFICAR-PERFIL.
           IF WS-PERFIL-SESSAO NOT = "B"
               DISPLAY "Permissao negada: o log de acessos exige "
                   "perfil B."
               PERFORM PRINCIPAL
           END-IF.

       DESCREVER-TIPO.
           EVALUATE TRUE
               WHEN ACS-SAUDE
                   MOVE "SAUDE" TO WS-DESC-TIPO
               WHEN ACS-OCORRENCIA
                   MOVE "OCORRENCIA" TO WS-DESC-TIPO
               WHEN ACS-ORIENTACAO
                   MOVE "ORIENTACAO" TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE ACS-TIPO TO WS-DESC-TIPO
           END-EVALUATE.

       CONSULTAR-ACESSOS.
           DISPLAY "Matricula (vazio = todas): ".
           MOVE ZERO TO WS-FILTRO-MATRICULA.
           ACCEPT WS-FILTRO-MATRICULA.
           DISPLAY "Operador (vazio = todos): ".
           MOVE SPACES TO WS-FILTRO-OPERADOR.
           ACCEPT WS-FILTRO-OPERADOR.
           DISPLAY "Competencia AAAAMM (vazio = todas): ".
           MOVE ZERO TO WS-COMPETENCIA.
           ACCEPT WS-COMPETENCIA.
           MOVE ZERO TO WS-TOTAL-LISTADO.
           OPEN INPUT ARQUIVO-ACESSO.
           IF WS-STATUS-ACS NOT = "00"
               DISPLAY "Nenhum acesso registrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ACESSO
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM FILTRAR-ACESSO
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ACESSO.
           DISPLAY "Acessos listados: " WS-TOTAL-LISTADO.

       FILTRAR-ACESSO.
           IF WS-FILTRO-MATRICULA NOT = ZERO
                   AND ACS-MATRICULA NOT = WS-FILTRO-MATRICULA
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILTRO-OPERADOR NOT = SPACES
                   AND ACS-OPERADOR NOT = WS-FILTRO-OPERADOR
               EXIT PARAGRAPH
           END-IF.
           IF WS-COMPETENCIA NOT = ZERO
                   AND ACS-DATA(1:6) NOT = WS-COMPETENCIA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-LISTADO.
           PERFORM DESCREVER-TIPO.
           DISPLAY ACS-DATA(7:2) "/" ACS-DATA(5:2) "/" ACS-DATA(1:4)
               " " ACS-HORA(1:2) ":" ACS-HORA(3:2) " " ACS-OPERADOR
               " matr " ACS-MATRICULA " " WS-DESC-TIPO " "
               ACS-PROGRAMA.

       ACESSOS-INCOMUNS.
           MOVE ZERO TO WS-TOTAL-OPERADORES WS-TOTAL-APONTADOS.
           MOVE "N" TO WS-ALUNOS-OK WS-OPERADORES-OK.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU = "00"
               MOVE "S" TO WS-ALUNOS-OK
           END-IF.
           OPEN INPUT ARQUIVO-OPERADOR.
           IF WS-STATUS-OPE = "00"
               MOVE "S" TO WS-OPERADORES-OK
           END-IF.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "COMPETENCIA " WS-COMP-MES "/" WS-COMP-ANO
                  "   OUTRA UNIDADE >= " WS-LIMITE-FORA
                  "   FICHAS DE SAUDE >= " WS-LIMITE-VOLUME
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE "OPERADOR" TO WS-REL-LINHA(1:8).
           MOVE "UNID" TO WS-REL-LINHA(10:4).
           MOVE "SAUDE" TO WS-REL-LINHA(15:5).
           MOVE "OCORR" TO WS-REL-LINHA(21:5).
           MOVE "ORIENT" TO WS-REL-LINHA(27:6).
           MOVE "ALUNOS" TO WS-REL-LINHA(34:6).
           MOVE "O.UNID" TO WS-REL-LINHA(41:6).
           MOVE "F.HORA" TO WS-REL-LINHA(48:6).
           MOVE "MOTIVOS" TO WS-REL-LINHA(55:7).
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.

           SORT WORK-ACESSO
               ON ASCENDING KEY SRT-OPERADOR
               ON ASCENDING KEY SRT-MATRICULA
               ON ASCENDING KEY SRT-DATA
               ON ASCENDING KEY SRT-HORA
               INPUT PROCEDURE SELECIONAR-ACESSOS
               OUTPUT PROCEDURE APURAR-OPERADORES.

           IF WS-ALUNOS-OK = "S"
               CLOSE ARQUIVO-ALUNOS
           END-IF.
           IF WS-OPERADORES-OK = "S"
               CLOSE ARQUIVO-OPERADOR
           END-IF.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "OPERADORES COM ACESSO NO MES: " WS-TOTAL-OPERADORES
                  "   APONTADOS: " WS-TOTAL-APONTADOS
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE "MOTIVOS: U = FICHAS DE SAUDE DE OUTRA UNIDADE, "
               TO WS-REL-LINHA.
           MOVE "V = VOLUME DE FICHAS DE SAUDE," TO WS-REL-LINHA(48:30).
           PERFORM ESCREVER-LINHA.
           MOVE "         H = FORA DO EXPEDIENTE (07:00-19:00), "
               TO WS-REL-LINHA.
           MOVE "P = ORIENTACAO SEM PERFIL O" TO WS-REL-LINHA(48:27).
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           DISPLAY "Operadores apontados: " WS-TOTAL-APONTADOS
               " (relatorio em " WS-REL-NOME ")".

       SELECIONAR-ACESSOS.
           OPEN INPUT ARQUIVO-ACESSO.
           IF WS-STATUS-ACS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ACESSO
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF ACS-DATA(1:6) = WS-COMPETENCIA
                           MOVE ACS-OPERADOR TO SRT-OPERADOR
                           MOVE ACS-MATRICULA TO SRT-MATRICULA
                           MOVE ACS-DATA TO SRT-DATA
                           MOVE ACS-HORA TO SRT-HORA
                           MOVE ACS-TIPO TO SRT-TIPO
                           RELEASE REG-SORT-ACESSO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ACESSO.

       APURAR-OPERADORES.
           MOVE SPACES TO WS-OPE-CORRENTE.
           MOVE ZERO TO WS-MAT-CORRENTE.
           MOVE "N" TO WS-FIM-LEITURA.
           PERFORM UNTIL WS-FIM-LEITURA = "S"
               RETURN WORK-ACESSO
                   AT END
                       MOVE "S" TO WS-FIM-LEITURA
                   NOT AT END
                       PERFORM CONTAR-ACESSO
               END-RETURN
           END-PERFORM.
           PERFORM FECHAR-ALUNO.
           PERFORM FECHAR-OPERADOR.

       CONTAR-ACESSO.
           IF SRT-OPERADOR NOT = WS-OPE-CORRENTE
               PERFORM FECHAR-ALUNO
               PERFORM FECHAR-OPERADOR
               PERFORM INICIAR-OPERADOR
           END-IF.
           IF SRT-MATRICULA NOT = WS-MAT-CORRENTE
               PERFORM FECHAR-ALUNO
               PERFORM INICIAR-ALUNO
           END-IF.
           EVALUATE SRT-TIPO
               WHEN "S"
                   ADD 1 TO WS-QTD-SAUDE
                   MOVE "S" TO WS-ALUNO-SAUDE
               WHEN "O"
                   ADD 1 TO WS-QTD-OCORRENCIA
               WHEN "C"
                   ADD 1 TO WS-QTD-ORIENTACAO
           END-EVALUATE.
           IF SRT-HORA < WS-HORA-INICIO OR SRT-HORA >= WS-HORA-FIM
               ADD 1 TO WS-QTD-FORA-HORARIO
           END-IF.

       INICIAR-OPERADOR.
           MOVE SRT-OPERADOR TO WS-OPE-CORRENTE.
           MOVE ZERO TO WS-MAT-CORRENTE.
           MOVE ZERO TO WS-QTD-SAUDE WS-QTD-OCORRENCIA
               WS-QTD-ORIENTACAO WS-QTD-ALUNOS-SAUDE
               WS-QTD-FORA-UNIDADE WS-QTD-FORA-HORARIO.
           MOVE SPACES TO WS-OPE-UNIDADE WS-OPE-PERFIL.
           IF WS-OPERADORES-OK = "S"
               MOVE WS-OPE-CORRENTE TO OPE-ID
               READ ARQUIVO-OPERADOR KEY IS OPE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPE-UNIDADE TO WS-OPE-UNIDADE
                       MOVE OPE-PERFIL TO WS-OPE-PERFIL
               END-READ
           END-IF.

       INICIAR-ALUNO.
           MOVE SRT-MATRICULA TO WS-MAT-CORRENTE.
           MOVE "N" TO WS-ALUNO-SAUDE.
           MOVE SPACES TO WS-UNIDADE-ALUNO.
           IF WS-ALUNOS-OK = "S"
               MOVE WS-MAT-CORRENTE TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-MARCADOR NOT = "TRL"
                           MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALUNO
                       END-IF
               END-READ
           END-IF.

       FECHAR-ALUNO.
      * Conta o aluno (e nao cada leitura) nos testes de volume e de
      * outra unidade: reabrir a mesma ficha nao e acesso novo.
           IF WS-MAT-CORRENTE NOT = ZERO AND WS-ALUNO-SAUDE = "S"
               ADD 1 TO WS-QTD-ALUNOS-SAUDE
               IF WS-OPE-UNIDADE NOT = SPACES
                       AND WS-UNIDADE-ALUNO NOT = SPACES
                       AND WS-UNIDADE-ALUNO NOT = WS-OPE-UNIDADE
                   ADD 1 TO WS-QTD-FORA-UNIDADE
               END-IF
           END-IF.
           MOVE ZERO TO WS-MAT-CORRENTE.
           MOVE "N" TO WS-ALUNO-SAUDE.

       FECHAR-OPERADOR.
           IF WS-OPE-CORRENTE = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-OPERADORES.
           MOVE SPACES TO WS-MOTIVOS.
           IF WS-QTD-FORA-UNIDADE >= WS-LIMITE-FORA
               MOVE "U" TO WS-MOTIVOS(1:1)
           END-IF.
           IF WS-QTD-ALUNOS-SAUDE >= WS-LIMITE-VOLUME
               MOVE "V" TO WS-MOTIVOS(3:1)
           END-IF.
           IF WS-QTD-FORA-HORARIO > ZERO
               MOVE "H" TO WS-MOTIVOS(5:1)
           END-IF.
           IF WS-QTD-ORIENTACAO > ZERO AND WS-OPE-PERFIL NOT = "O"
               MOVE "P" TO WS-MOTIVOS(7:1)
           END-IF.
           IF WS-MOTIVOS NOT = SPACES
               ADD 1 TO WS-TOTAL-APONTADOS
               MOVE WS-OPE-CORRENTE TO WS-REL-LINHA(1:8)
               MOVE WS-OPE-UNIDADE TO WS-REL-LINHA(10:3)
               MOVE WS-QTD-SAUDE TO WS-REL-LINHA(15:5)
               MOVE WS-QTD-OCORRENCIA TO WS-REL-LINHA(21:5)
               MOVE WS-QTD-ORIENTACAO TO WS-REL-LINHA(28:5)
               MOVE WS-QTD-ALUNOS-SAUDE TO WS-REL-LINHA(35:5)
               MOVE WS-QTD-FORA-UNIDADE TO WS-REL-LINHA(42:5)
               MOVE WS-QTD-FORA-HORARIO TO WS-REL-LINHA(49:5)
               MOVE WS-MOTIVOS TO WS-REL-LINHA(55:8)
               PERFORM ESCREVER-LINHA
           END-IF.
           MOVE SPACES TO WS-OPE-CORRENTE.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.

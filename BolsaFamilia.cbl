       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOLSAFAMILIA.
           AUTHOR. Alexandre S S Alves.

      * Acompanhamento de frequencia escolar do Bolsa Familia: gera
      * bolsa_familia.txt, no layout posicional de
      * LayoutBolsaFamilia.cpy, com um detalhe por beneficiario
      * ativo de bolsa_familia.idx e os dois meses do periodo
      * bimestral (1 fev/mar, 2 abr/mai, 3 jun/jul, 4 ago/set,
      * 5 out/nov). O percentual de cada mes vem de CALCFREQUENCIA
      * (entrada CALCFREQPERIODO), que ja tira do divisor os dias
      * cobertos por atestado em atestados.dat. O minimo do
      * programa depende da idade: 60% ate 5 anos, 85% de 6 a 15
      * anos e 75% a partir de 16. Todo mes abaixo do minimo exige
      * o codigo de motivo, pedido ao operador aluno a aluno; o
      * arquivo so e gravado e fechado depois que todos os motivos
      * foram informados -- digitando 00 o operador desiste e nada
      * e gerado. Aluno que nao esta ativo no ano informado
      * (trancado, transferido, formado ou de outro ano) nao vai na
      * remessa e e listado na tela para a secretaria tratar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-BOLSA ASSIGN TO "bolsa_familia.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BFA-MATRICULA
               FILE STATUS IS WS-STATUS-BFA.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-TURMA ASSIGN TO "turmas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WS-STATUS-TUR.
           SELECT ARQUIVO-REMESSA ASSIGN TO "bolsa_familia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-BOLSA.
           COPY "RegistroBolsaFamilia.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-TURMA.
           COPY "RegistroTurma.cpy".

       FD  ARQUIVO-REMESSA.
           COPY "LayoutBolsaFamilia.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-BFA PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-REM PIC X(2).
       01 WS-TURMAS-OK PIC X VALUE "N".
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-ANO-LETIVO PIC 9(4).
       01 WS-PERIODO PIC 9(1).
       01 WS-DATA-HORA PIC X(20).
       01 WS-MES PIC 9(2).
       01 WS-IND-MES PIC 9(1).
       01 WS-DATA-INICIO PIC 9(8).
       01 WS-DATA-FIM PIC 9(8).
       01 WS-DATA-MONTADA.
           05 WS-DM-ANO PIC 9(4).
           05 WS-DM-MES PIC 9(2).
           05 WS-DM-DIA PIC 9(2).
       01 WS-PRESENCAS PIC 9(5).
       01 WS-DIAS-LETIVOS PIC 9(5).
       01 WS-PERCENTUAL PIC 9(3)V9(2).
       01 WS-MINIMO PIC 9(3).
       01 WS-ED-PERC PIC ZZ9.99.
       01 WS-FORA-ACOMPANHAMENTO PIC 9(5) VALUE ZERO.
       01 WS-QTD-ABAIXO PIC 9(6) VALUE ZERO.
       01 WS-DESISTIU PIC X VALUE "N".
      * Beneficiarios apurados, guardados ate que todos os motivos
      * estejam informados.
       01 WS-TAB-BENEFICIARIOS.
           05 WS-TB-ENT OCCURS 1000 TIMES.
               10 WS-TB-NIS PIC 9(11).
               10 WS-TB-MATRICULA PIC 9(5).
               10 WS-TB-NOME PIC X(20).
               10 WS-TB-SERIE PIC 9(2).
               10 WS-TB-MINIMO PIC 9(3).
               10 WS-TB-MES OCCURS 2 TIMES.
                   15 WS-TB-APURADO PIC X(1).
                   15 WS-TB-PERCENTUAL PIC 9(3)V9(2).
                   15 WS-TB-ABAIXO PIC X(1).
                   15 WS-TB-MOTIVO PIC X(2).
       01 WS-TB-QTD PIC 9(4) VALUE ZERO.
       01 WS-IND PIC 9(4).
      * Motivos de baixa frequencia aceitos na remessa.
       01 WS-TABELA-MOTIVOS-VALORES.
           05 FILLER PIC X(42)
               VALUE "01DOENCA DO ALUNO                         ".
           05 FILLER PIC X(42)
               VALUE "02DOENCA OU OBITO NA FAMILIA              ".
           05 FILLER PIC X(42)
               VALUE "03FALTA DE TRANSPORTE ESCOLAR             ".
           05 FILLER PIC X(42)
               VALUE "04FATOS QUE IMPEDEM O DESLOCAMENTO        ".
           05 FILLER PIC X(42)
               VALUE "05CALAMIDADE OU ENCHENTE                  ".
           05 FILLER PIC X(42)
               VALUE "06GRAVIDEZ                                ".
           05 FILLER PIC X(42)
               VALUE "07NEGLIGENCIA DOS RESPONSAVEIS            ".
           05 FILLER PIC X(42)
               VALUE "08TRABALHO INFANTIL                       ".
           05 FILLER PIC X(42)
               VALUE "09VIOLENCIA OU DISCRIMINACAO              ".
           05 FILLER PIC X(42)
               VALUE "10DESINTERESSE OU DESMOTIVACAO            ".
           05 FILLER PIC X(42)
               VALUE "11ABANDONO ESCOLAR OU DESISTENCIA         ".
           05 FILLER PIC X(42)
               VALUE "99OUTROS MOTIVOS                          ".
       01 WS-TABELA-MOTIVOS REDEFINES WS-TABELA-MOTIVOS-VALORES.
           05 WS-TM-ENT OCCURS 12 TIMES.
               10 WS-TM-CODIGO PIC X(2).
               10 WS-TM-DESCRICAO PIC X(40).
       01 WS-IND-MOTIVO PIC 9(2).
       01 WS-MOTIVO PIC X(2).
       01 WS-MOTIVO-OK PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "=========================================".
           DISPLAY "   Bolsa Familia - Frequencia Escolar".
           DISPLAY "=========================================".
           DISPLAY "Ano letivo: ".
           ACCEPT WS-ANO-LETIVO.
           DISPLAY "Periodo (1 fev/mar, 2 abr/mai, 3 jun/jul, "
               "4 ago/set, 5 out/nov): ".
           ACCEPT WS-PERIODO.
           IF WS-PERIODO < 1 OR WS-PERIODO > 5
               DISPLAY "Periodo invalido."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ARQUIVO-BOLSA.
           IF WS-STATUS-BFA NOT = "00"
               DISPLAY "bolsa_familia.idx indisponivel (STATUS="
                   WS-STATUS-BFA "); nenhum NIS cadastrado."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               CLOSE ARQUIVO-BOLSA
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR = "00"
               MOVE "S" TO WS-TURMAS-OK
           END-IF.

           PERFORM APURAR-BENEFICIARIOS.

           CLOSE ARQUIVO-BOLSA.
           CLOSE ARQUIVO-ALUNOS.
           IF WS-TURMAS-OK = "S"
               CLOSE ARQUIVO-TURMA
           END-IF.

           IF WS-TB-QTD = ZERO
               DISPLAY "Nenhum beneficiario ativo no ano "
                   WS-ANO-LETIVO "."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PEDIR-MOTIVOS.
           IF WS-DESISTIU = "S"
               DISPLAY "Remessa nao gerada: ha frequencia abaixo do "
                   "minimo sem motivo informado."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GRAVAR-REMESSA.
           IF WS-STATUS-REM NOT = "00"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Beneficiarios informados: " WS-TB-QTD.
           DISPLAY "Meses abaixo do minimo:   " WS-QTD-ABAIXO.
           DISPLAY "Fora do acompanhamento:   "
               WS-FORA-ACOMPANHAMENTO.
           DISPLAY "Arquivo gerado: bolsa_familia.txt".
           DISPLAY "=========================================".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       APURAR-BENEFICIARIOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-BOLSA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF BFA-ATIVO
                           PERFORM APURAR-BENEFICIARIO
                       END-IF
               END-READ
           END-PERFORM.

       APURAR-BENEFICIARIO.
           MOVE BFA-MATRICULA TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   DISPLAY "NIS " BFA-NIS " matricula " BFA-MATRICULA
                       ": aluno nao encontrado."
                   ADD 1 TO WS-FORA-ACOMPANHAMENTO
                   EXIT PARAGRAPH
           END-READ.
           IF ANO-LETIVO NOT = WS-ANO-LETIVO
                   OR (SITUACAO-ALUNO NOT = SPACE
                       AND NOT ALUNO-ATIVO)
               DISPLAY "NIS " BFA-NIS " matricula " BFA-MATRICULA
                   ": fora do ano ou nao ativo (situacao "
                   SITUACAO-ALUNO ")."
               ADD 1 TO WS-FORA-ACOMPANHAMENTO
               EXIT PARAGRAPH
           END-IF.
           IF WS-TB-QTD >= 1000
               DISPLAY "Limite de 1000 beneficiarios atingido; "
                   "matricula " BFA-MATRICULA " nao informada."
               ADD 1 TO WS-FORA-ACOMPANHAMENTO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TB-QTD.
           MOVE BFA-NIS TO WS-TB-NIS(WS-TB-QTD).
           MOVE BFA-MATRICULA TO WS-TB-MATRICULA(WS-TB-QTD).
           MOVE NOME-ALUNO TO WS-TB-NOME(WS-TB-QTD).
           MOVE ZERO TO WS-TB-SERIE(WS-TB-QTD).
           IF WS-TURMAS-OK = "S" AND TURMA NOT = SPACES
               MOVE TURMA TO TUR-CODIGO
               READ ARQUIVO-TURMA KEY IS TUR-CODIGO
                   NOT INVALID KEY
                       MOVE TUR-SERIE TO WS-TB-SERIE(WS-TB-QTD)
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN IDADE-ALUNO < 6
                   MOVE 60 TO WS-MINIMO
               WHEN IDADE-ALUNO < 16
                   MOVE 85 TO WS-MINIMO
               WHEN OTHER
                   MOVE 75 TO WS-MINIMO
           END-EVALUATE.
           MOVE WS-MINIMO TO WS-TB-MINIMO(WS-TB-QTD).
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > 2
               PERFORM APURAR-MES
           END-PERFORM.

       APURAR-MES.
      * Faixa do dia 1 ao dia 31 do mes: so contam as datas que
      * estao no calendario letivo, entao o fim do mes nao precisa
      * ser exato.
           COMPUTE WS-MES = WS-PERIODO * 2 + WS-IND-MES - 1.
           MOVE WS-ANO-LETIVO TO WS-DM-ANO.
           MOVE WS-MES TO WS-DM-MES.
           MOVE 01 TO WS-DM-DIA.
           MOVE WS-DATA-MONTADA TO WS-DATA-INICIO.
           MOVE 31 TO WS-DM-DIA.
           MOVE WS-DATA-MONTADA TO WS-DATA-FIM.
           CALL "CALCFREQPERIODO" USING BFA-MATRICULA WS-ANO-LETIVO
               WS-DATA-INICIO WS-DATA-FIM
               WS-PRESENCAS WS-DIAS-LETIVOS WS-PERCENTUAL.
           MOVE SPACES TO WS-TB-MOTIVO(WS-TB-QTD, WS-IND-MES).
           MOVE "N" TO WS-TB-ABAIXO(WS-TB-QTD, WS-IND-MES).
           IF WS-DIAS-LETIVOS = ZERO
               MOVE "N" TO WS-TB-APURADO(WS-TB-QTD, WS-IND-MES)
               MOVE ZERO TO WS-TB-PERCENTUAL(WS-TB-QTD, WS-IND-MES)
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-TB-APURADO(WS-TB-QTD, WS-IND-MES).
           MOVE WS-PERCENTUAL
               TO WS-TB-PERCENTUAL(WS-TB-QTD, WS-IND-MES).
           IF WS-PERCENTUAL < WS-MINIMO
               MOVE "S" TO WS-TB-ABAIXO(WS-TB-QTD, WS-IND-MES)
               ADD 1 TO WS-QTD-ABAIXO
           END-IF.

       PEDIR-MOTIVOS.
           IF WS-QTD-ABAIXO = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "-----------------------------------------".
           DISPLAY WS-QTD-ABAIXO " mes(es) abaixo do minimo. "
               "Informe o motivo de cada um (00 desiste):".
           PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                   UNTIL WS-IND-MOTIVO > 12
               DISPLAY "  " WS-TM-CODIGO(WS-IND-MOTIVO) " - "
                   WS-TM-DESCRICAO(WS-IND-MOTIVO)
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TB-QTD OR WS-DESISTIU = "S"
               PERFORM VARYING WS-IND-MES FROM 1 BY 1
                       UNTIL WS-IND-MES > 2 OR WS-DESISTIU = "S"
                   IF WS-TB-ABAIXO(WS-IND, WS-IND-MES) = "S"
                       PERFORM PEDIR-MOTIVO-MES
                   END-IF
               END-PERFORM
           END-PERFORM.

       PEDIR-MOTIVO-MES.
           COMPUTE WS-MES = WS-PERIODO * 2 + WS-IND-MES - 1.
           MOVE WS-TB-PERCENTUAL(WS-IND, WS-IND-MES) TO WS-ED-PERC.
           MOVE "N" TO WS-MOTIVO-OK.
           PERFORM UNTIL WS-MOTIVO-OK = "S" OR WS-DESISTIU = "S"
               DISPLAY WS-TB-MATRICULA(WS-IND) " "
                   WS-TB-NOME(WS-IND) " mes " WS-MES ": "
                   WS-ED-PERC "% (minimo " WS-TB-MINIMO(WS-IND)
                   "%). Motivo: "
               ACCEPT WS-MOTIVO
               IF WS-MOTIVO = "00"
                   MOVE "S" TO WS-DESISTIU
               ELSE
                   PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                           UNTIL WS-IND-MOTIVO > 12
                       IF WS-TM-CODIGO(WS-IND-MOTIVO) = WS-MOTIVO
                           MOVE "S" TO WS-MOTIVO-OK
                       END-IF
                   END-PERFORM
                   IF WS-MOTIVO-OK = "S"
                       MOVE WS-MOTIVO
                           TO WS-TB-MOTIVO(WS-IND, WS-IND-MES)
                   ELSE
                       DISPLAY "Motivo invalido."
                   END-IF
               END-IF
           END-PERFORM.

       GRAVAR-REMESSA.
           OPEN OUTPUT ARQUIVO-REMESSA.
           IF WS-STATUS-REM NOT = "00"
               DISPLAY "Erro ao criar bolsa_familia.txt. STATUS="
                   WS-STATUS-REM
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BFX-REGISTRO.
           MOVE "00" TO BFX-H-TIPO.
           MOVE "ESC00001" TO BFX-H-ESCOLA.
           MOVE WS-ANO-LETIVO TO BFX-H-ANO.
           MOVE WS-PERIODO TO BFX-H-PERIODO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO BFX-H-DATA.
           WRITE BFX-REGISTRO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TB-QTD
               MOVE SPACES TO BFX-REGISTRO
               MOVE "10" TO BFX-D-TIPO
               MOVE WS-TB-NIS(WS-IND) TO BFX-D-NIS
               MOVE WS-TB-MATRICULA(WS-IND) TO BFX-D-MATRICULA
               MOVE WS-TB-NOME(WS-IND) TO BFX-D-NOME
               MOVE WS-TB-SERIE(WS-IND) TO BFX-D-SERIE
               PERFORM VARYING WS-IND-MES FROM 1 BY 1
                       UNTIL WS-IND-MES > 2
                   COMPUTE WS-MES = WS-PERIODO * 2 + WS-IND-MES - 1
                   MOVE WS-ANO-LETIVO TO WS-DM-ANO
                   MOVE WS-MES TO WS-DM-MES
                   MOVE WS-DATA-MONTADA(1:6)
                       TO BFX-D-REFERENCIA(WS-IND-MES)
                   MOVE WS-TB-APURADO(WS-IND, WS-IND-MES)
                       TO BFX-D-APURADO(WS-IND-MES)
                   MOVE WS-TB-PERCENTUAL(WS-IND, WS-IND-MES)
                       TO BFX-D-PERCENTUAL(WS-IND-MES)
                   MOVE WS-TB-MOTIVO(WS-IND, WS-IND-MES)
                       TO BFX-D-MOTIVO(WS-IND-MES)
               END-PERFORM
               WRITE BFX-REGISTRO
           END-PERFORM.
           MOVE SPACES TO BFX-REGISTRO.
           MOVE "99" TO BFX-T-TIPO.
           MOVE WS-TB-QTD TO BFX-T-QTD-DETALHES.
           MOVE WS-QTD-ABAIXO TO BFX-T-QTD-ABAIXO.
           WRITE BFX-REGISTRO.
           CLOSE ARQUIVO-REMESSA.

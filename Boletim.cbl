               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-CHAVE
               FILE STATUS IS WS-STATUS-OCO.
           SELECT ARQUIVO-DEPENDENCIA ASSIGN TO "dependencias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-STATUS-DEP.
           SELECT ARQUIVO-CONCEITOS ASSIGN TO "conceitos_aluno.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNC-CHAVE
               FILE STATUS IS WS-STATUS-CNC.
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
           SELECT ARQUIVO-ELETIVA ASSIGN TO "eletivas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELT-CODIGO
               FILE STATUS IS WS-STATUS-ELT.
           SELECT ARQUIVO-INSCRICAO
               ASSIGN TO "inscricoes_eletivas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IEL-CHAVE
               FILE STATUS IS WS-STATUS-IEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-OCORRENCIA.
           COPY "RegistroOcorrencia.cpy".

       FD  ARQUIVO-DEPENDENCIA.
           COPY "RegistroDependencia.cpy".

       FD  ARQUIVO-CONCEITOS.
           COPY "RegistroConceito.cpy".

       FD  ARQUIVO-ESCALA.
           COPY "RegistroEscalaConceito.cpy".

       FD  ARQUIVO-OBJETIVO.
           COPY "RegistroObjetivo.cpy".

       FD  ARQUIVO-ELETIVA.
           COPY "RegistroEletiva.cpy".

       FD  ARQUIVO-INSCRICAO.
           COPY "RegistroInscricaoEletiva.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS         PIC X(2).
       01 WS-STATUS-ND      PIC X(2).
       01 WS-OCORRENCIAS-OK PIC X VALUE "N".
       01 WS-FIM-OCO        PIC X.
       01 WS-TOTAL-OCO      PIC 9(3).
       01 WS-STATUS-DEP     PIC X(2).
       01 WS-DEPENDENCIAS-OK PIC X VALUE "N".
       01 WS-FIM-DEP        PIC X.
       01 WS-TOTAL-DEP      PIC 9(3).
       01 WS-STATUS-CNC     PIC X(2).
       01 WS-STATUS-ECO     PIC X(2).
       01 WS-STATUS-OBJ     PIC X(2).
       01 WS-CONCEITOS-OK   PIC X VALUE "N".
       01 WS-ESCALA-OK      PIC X VALUE "N".
       01 WS-OBJETIVOS-OK   PIC X VALUE "N".
       01 WS-FIM-CNC        PIC X.
       01 WS-MATRICULA-CNC  PIC 9(5).
       01 WS-SERIE-CNC      PIC 9(2).
       01 WS-CONCEITUAL     PIC X.
       01 WS-GRUPO-CNC      PIC X(25).
       01 WS-GRUPO-ATUAL    PIC X(25).
       01 WS-DESC-OBJETIVO  PIC X(60).
       01 WS-DESC-CONCEITO  PIC X(30).
       01 WS-SOMA-BIM       PIC 9(5)V9(2).
       01 WS-MEDIA-ANO-DISC PIC 9(3)V9(2).
       01 WS-B              PIC 9(1).
       01 WS-STATUS-ELT     PIC X(2).
       01 WS-STATUS-IEL     PIC X(2).
       01 WS-ELETIVAS-OK    PIC X VALUE "N".
       01 WS-FIM-IEL        PIC X.
      * Eletivas com vaga confirmada do aluno, para marcar as
      * linhas de nota que sao de eletiva e listar as ainda sem
      * nota.
       01 WS-TAB-ELETIVAS.
           05 WS-TE-ENT OCCURS 10 TIMES.
               10 WS-TE-CODIGO     PIC X(10).
               10 WS-TE-DISCIPLINA PIC X(20).
               10 WS-TE-ANO        PIC 9(4).
               10 WS-TE-IMPRESSA   PIC X.
       01 WS-TE-QTD         PIC 9(2).
       01 WS-IND-ELT        PIC 9(2).
       01 WS-FIM-DO-ARQUIVO PIC X VALUE "N".
       01 WS-PRT-TIPO       PIC X(14) VALUE "BOLETIM".
       01 WS-PRT-MATRICULA  PIC 9(5).
       01 WS-PRT-DESCRICAO  PIC X(40).
       01 WS-PRT-NUMERO     PIC 9(7).
       01 WS-TOTAL-BOLETINS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-SEGMENTO PIC 9(5) VALUE ZERO.
       01 WS-REL-NOME PIC X(30) VALUE "boletim.rel".
               MOVE "S" TO WS-OCORRENCIAS-OK
           END-IF.

      * Dependencias (progressao parcial) ainda abertas saem no
      * boletim para a familia saber o que o aluno ainda deve.
           OPEN INPUT ARQUIVO-DEPENDENCIA.
           IF WS-STATUS-DEP = "00"
               MOVE "S" TO WS-DEPENDENCIAS-OK
           END-IF.

      * Series avaliadas por conceito imprimem os conceitos por
      * objetivo de aprendizagem no lugar das notas e medias.
           OPEN INPUT ARQUIVO-CONCEITOS.
           IF WS-STATUS-CNC = "00"
               MOVE "S" TO WS-CONCEITOS-OK
           END-IF.
           OPEN INPUT ARQUIVO-ESCALA.
           IF WS-STATUS-ECO = "00"
               MOVE "S" TO WS-ESCALA-OK
           END-IF.
           OPEN INPUT ARQUIVO-OBJETIVO.
           IF WS-STATUS-OBJ = "00"
               MOVE "S" TO WS-OBJETIVOS-OK
           END-IF.

      * Eletivas cursadas saem junto das materias da matriz.
           OPEN INPUT ARQUIVO-INSCRICAO.
           IF WS-STATUS-IEL = "00"
               OPEN INPUT ARQUIVO-ELETIVA
               IF WS-STATUS-ELT = "00"
                   MOVE "S" TO WS-ELETIVAS-OK
               ELSE
                   CLOSE ARQUIVO-INSCRICAO
               END-IF
           END-IF.

           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.

           PERFORM UNTIL WS-FIM-DO-ARQUIVO = "S"
           IF WS-OCORRENCIAS-OK = "S"
               CLOSE ARQUIVO-OCORRENCIA
           END-IF.
           IF WS-DEPENDENCIAS-OK = "S"
               CLOSE ARQUIVO-DEPENDENCIA
           END-IF.
           IF WS-CONCEITOS-OK = "S"
               CLOSE ARQUIVO-CONCEITOS
           END-IF.
           IF WS-ESCALA-OK = "S"
               CLOSE ARQUIVO-ESCALA
           END-IF.
           IF WS-OBJETIVOS-OK = "S"
               CLOSE ARQUIVO-OBJETIVO
           END-IF.
           IF WS-ELETIVAS-OK = "S"
               CLOSE ARQUIVO-INSCRICAO
               CLOSE ARQUIVO-ELETIVA
           END-IF.

           MOVE SPACES TO WS-REL-LINHA.
           STRING "BOLETINS IMPRESSOS: " DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
      * Cada boletim vai para casa com protocolo, para a secretaria
      * saber se a familia o viu (ciencia em PROTOCOLOS.cbl).
           MOVE MATRICULA-ALUNO TO WS-PRT-MATRICULA.
           MOVE SPACES TO WS-PRT-DESCRICAO.
           STRING "BOLETIM ESCOLAR ANO LETIVO " ANO-LETIVO
               DELIMITED BY SIZE INTO WS-PRT-DESCRICAO
           END-STRING.
           CALL "REGISTRARPROTOCOLO" USING WS-PRT-TIPO
               WS-PRT-MATRICULA WS-PRT-DESCRICAO WS-PRT-NUMERO.
           IF WS-PRT-NUMERO NOT = ZERO
               STRING "PROTOCOLO: " WS-PRT-NUMERO
                      " - DEVOLVER ASSINADO PELO RESPONSAVEL"
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.
           MOVE MATRICULA-ALUNO TO WS-MATRICULA-CNC.
           CALL "ALUNOCONCEITUAL" USING WS-MATRICULA-CNC
               WS-SERIE-CNC WS-CONCEITUAL.
           IF WS-CONCEITUAL = "S"
               PERFORM IMPRIMIR-CONCEITOS
           ELSE
               PERFORM IMPRIMIR-NOTAS
           END-IF.
           IF WS-DEPENDENCIAS-OK = "S"
               PERFORM IMPRIMIR-DEPENDENCIAS
           END-IF.
           IF WS-OCORRENCIAS-OK = "S"
               PERFORM IMPRIMIR-OCORRENCIAS
           END-IF.

       IMPRIMIR-NOTAS.
           STRING "NOTA 1: " DELIMITED BY SIZE
                  NOTA-1 DELIMITED BY SIZE
                  "  NOTA 2: " DELIMITED BY SIZE
           IF WS-NOTAS-DISC-OK = "S"
               PERFORM IMPRIMIR-NOTAS-DISCIPLINA
           END-IF.

       IMPRIMIR-CONCEITOS.
      * Um bloco por disciplina e bimestre, uma linha por objetivo
      * de aprendizagem com a descricao do conceito da escala da
      * serie; sem nota nem media.
           STRING "AVALIACAO POR CONCEITO (SERIE " WS-SERIE-CNC ")"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           IF WS-CONCEITOS-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-CNC.
           MOVE SPACES TO WS-GRUPO-ATUAL.
           MOVE MATRICULA-ALUNO TO CNC-MATRICULA.
           MOVE ZERO TO CNC-ANO-LETIVO.
           MOVE LOW-VALUES TO CNC-DISCIPLINA.
           MOVE ZERO TO CNC-BIMESTRE.
           MOVE ZERO TO CNC-OBJETIVO.
           START ARQUIVO-CONCEITOS KEY IS >= CNC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CNC
           END-START.
           PERFORM UNTIL WS-FIM-CNC = "S"
               READ ARQUIVO-CONCEITOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CNC
                   NOT AT END
                       IF CNC-MATRICULA NOT = MATRICULA-ALUNO
                           MOVE "S" TO WS-FIM-CNC
                       ELSE
                           PERFORM IMPRIMIR-LINHA-CONCEITO
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-LINHA-CONCEITO.
           MOVE SPACES TO WS-GRUPO-CNC.
           STRING CNC-ANO-LETIVO CNC-DISCIPLINA CNC-BIMESTRE
               DELIMITED BY SIZE INTO WS-GRUPO-CNC
           END-STRING.
           IF WS-GRUPO-CNC NOT = WS-GRUPO-ATUAL
               MOVE WS-GRUPO-CNC TO WS-GRUPO-ATUAL
               STRING "  " CNC-DISCIPLINA " " CNC-ANO-LETIVO
                   " BIMESTRE " CNC-BIMESTRE
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-IF.
           MOVE SPACES TO WS-DESC-OBJETIVO.
           IF WS-OBJETIVOS-OK = "S"
               MOVE CNC-SERIE TO OBJ-SERIE
               MOVE CNC-DISCIPLINA TO OBJ-DISCIPLINA
               MOVE CNC-OBJETIVO TO OBJ-SEQ
               READ ARQUIVO-OBJETIVO KEY IS OBJ-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OBJ-DESCRICAO TO WS-DESC-OBJETIVO
               END-READ
           END-IF.
           MOVE CNC-CONCEITO TO WS-DESC-CONCEITO.
           IF WS-ESCALA-OK = "S"
               MOVE CNC-SERIE TO ECO-SERIE
               MOVE CNC-CONCEITO TO ECO-CODIGO
               READ ARQUIVO-ESCALA KEY IS ECO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ECO-DESCRICAO TO WS-DESC-CONCEITO
               END-READ
           END-IF.
           STRING "    " CNC-OBJETIVO " " WS-DESC-OBJETIVO(1:40)
               " " WS-DESC-CONCEITO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       IMPRIMIR-DEPENDENCIAS.
           MOVE ZERO TO WS-TOTAL-DEP.
           MOVE "N" TO WS-FIM-DEP.
           MOVE MATRICULA-ALUNO TO DEP-MATRICULA.
           MOVE LOW-VALUES TO DEP-DISCIPLINA.
           MOVE ZERO TO DEP-ANO-ORIGEM.
           START ARQUIVO-DEPENDENCIA KEY IS >= DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-DEP
           END-START.
           PERFORM UNTIL WS-FIM-DEP = "S"
               READ ARQUIVO-DEPENDENCIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-DEP
                   NOT AT END
                       IF DEP-MATRICULA NOT = MATRICULA-ALUNO
                           MOVE "S" TO WS-FIM-DEP
                       ELSE
                           IF DEP-ABERTA
                               IF WS-TOTAL-DEP = ZERO
                                   MOVE "DEPENDENCIAS EM ABERTO:"
                                       TO WS-REL-LINHA
                                   PERFORM ESCREVER-LINHA
                               END-IF
                               ADD 1 TO WS-TOTAL-DEP
                               STRING "  " DEP-DISCIPLINA
                                   " (ORIGEM " DEP-ANO-ORIGEM
                                   ") MEDIA PARCIAL " DEP-MEDIA
                                   DELIMITED BY SIZE
                                   INTO WS-REL-LINHA
                               END-STRING
                               PERFORM ESCREVER-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-OCORRENCIAS.
      * Folha de ocorrencias disciplinares do aluno, impressa junto
           MOVE ZERO TO WS-TOTAL-DISC.
           MOVE "N" TO WS-FIM-DISC.
           MOVE SPACES TO WS-DISC-ATUAL.
           MOVE ZERO TO WS-TE-QTD.
           IF WS-ELETIVAS-OK = "S"
               PERFORM CARREGAR-ELETIVAS-ALUNO
           END-IF.
           PERFORM LIMPAR-BIMESTRES.
           MOVE MATRICULA-ALUNO TO ND-MATRICULA.
           MOVE ZERO TO ND-ANO-LETIVO.
           IF WS-DISC-ATUAL NOT = SPACES
               PERFORM IMPRIMIR-LINHA-DISCIPLINA
           END-IF.
           PERFORM VARYING WS-IND-ELT FROM 1 BY 1
                   UNTIL WS-IND-ELT > WS-TE-QTD
               IF WS-TE-IMPRESSA(WS-IND-ELT) = "N"
                   STRING "  " WS-TE-DISCIPLINA(WS-IND-ELT)
                       " ELETIVA " WS-TE-CODIGO(WS-IND-ELT)
                       " " WS-TE-ANO(WS-IND-ELT)
                       " - SEM NOTAS LANCADAS"
                       DELIMITED BY SIZE INTO WS-REL-LINHA
                   END-STRING
                   PERFORM ESCREVER-LINHA
               END-IF
           END-PERFORM.

       CARREGAR-ELETIVAS-ALUNO.
           MOVE "N" TO WS-FIM-IEL.
           MOVE MATRICULA-ALUNO TO IEL-MATRICULA.
           MOVE LOW-VALUES TO IEL-ELETIVA.
           START ARQUIVO-INSCRICAO KEY IS >= IEL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-IEL
           END-START.
           PERFORM UNTIL WS-FIM-IEL = "S"
               READ ARQUIVO-INSCRICAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-IEL
                   NOT AT END
                       IF IEL-MATRICULA NOT = MATRICULA-ALUNO
                           MOVE "S" TO WS-FIM-IEL
                       ELSE
                       IF IEL-MATRICULADO AND WS-TE-QTD < 10
                           MOVE IEL-ELETIVA TO ELT-CODIGO
                           READ ARQUIVO-ELETIVA KEY IS ELT-CODIGO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-TE-QTD
                                   MOVE ELT-CODIGO
                                       TO WS-TE-CODIGO(WS-TE-QTD)
                                   MOVE ELT-DISCIPLINA
                                       TO WS-TE-DISCIPLINA(WS-TE-QTD)
                                   MOVE ELT-ANO-LETIVO
                                       TO WS-TE-ANO(WS-TE-QTD)
                                   MOVE "N"
                                       TO WS-TE-IMPRESSA(WS-TE-QTD)
                           END-READ
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LIMPAR-BIMESTRES.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
                   TO WS-REL-LINHA
               PERFORM ESCREVER-LINHA
           END-IF.
      * Materia cursada como eletiva fica identificada, com o
      * codigo do grupo.
           PERFORM VARYING WS-IND-ELT FROM 1 BY 1
                   UNTIL WS-IND-ELT > WS-TE-QTD
               IF WS-TE-DISCIPLINA(WS-IND-ELT) = WS-DISC-ATUAL
                       AND WS-TE-IMPRESSA(WS-IND-ELT) = "N"
                   MOVE "S" TO WS-TE-IMPRESSA(WS-IND-ELT)
                   STRING "    (ELETIVA " WS-TE-CODIGO(WS-IND-ELT)
                       ")" DELIMITED BY SIZE INTO WS-REL-LINHA
                   END-STRING
                   PERFORM ESCREVER-LINHA
               END-IF
           END-PERFORM.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. MIGRARLAYOUTS.
           AUTHOR. Alexandre S S Alves.

      * Conversao unica dos arquivos indexados cujo registro cresceu
      * no fim, para o layout atual dos copybooks:
      *   operadores.idx         + OPE-UNIDADE (brancos = todas)
      *   descontos.idx          + condicoes e revisao da bolsa
      *                            (zeros = padrao da casa; SEM-GRAVE
      *                            "N", sem exigencia de conduta)
      *   diario_classe.idx      + DIA-BIMESTRE e DIA-TOPICO (zeros =
      *                            aula fora do plano de ensino)
      *   mensalidades.idx       + MEN-CREDITO (zeros)
      *   matriz_curricular.idx  + MTZ-AULAS-SEMANAIS (zeros)
      * Arquivo no layout antigo nao abre com o registro novo (STATUS
      * 39): sem a conversao operadores.idx recusa todo sign-on.
      * Cada arquivo e tratado a parte: se ja abre no layout atual ou
      * nao existe, fica como esta; senao e lido no layout antigo e
      * gravado em <nome>.NOVO com os campos novos zerados. A prova e
      * a mesma de MIGRARALUNOSIDX: registros lidos, gravados e
      * relidos de <nome>.NOVO tem de bater; so entao o original vira
      * <nome>.PRE e o .NOVO assume o nome. Havendo divergencia o
      * original fica intocado e o .NOVO fica para conferencia.
      * Rodar com o sistema parado, antes do primeiro sign-on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANT-OPERADOR ASSIGN TO DYNAMIC WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPA-ID
               FILE STATUS IS WS-STATUS-ANT.
           SELECT NOV-OPERADOR ASSIGN TO DYNAMIC WS-NOME-NOVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-STATUS-NOV.
           SELECT ANT-DESCONTO ASSIGN TO DYNAMIC WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSA-MATRICULA
               FILE STATUS IS WS-STATUS-ANT.
           SELECT NOV-DESCONTO ASSIGN TO DYNAMIC WS-NOME-NOVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSC-MATRICULA
               FILE STATUS IS WS-STATUS-NOV.
           SELECT ANT-DIARIO ASSIGN TO DYNAMIC WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIAA-CHAVE
               FILE STATUS IS WS-STATUS-ANT.
           SELECT NOV-DIARIO ASSIGN TO DYNAMIC WS-NOME-NOVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIA-CHAVE
               FILE STATUS IS WS-STATUS-NOV.
           SELECT ANT-MENSALIDADE ASSIGN TO DYNAMIC WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MENA-CHAVE
               FILE STATUS IS WS-STATUS-ANT.
           SELECT NOV-MENSALIDADE ASSIGN TO DYNAMIC WS-NOME-NOVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-NOV.
           SELECT ANT-MATRIZ ASSIGN TO DYNAMIC WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MTZA-CHAVE
               FILE STATUS IS WS-STATUS-ANT.
           SELECT NOV-MATRIZ ASSIGN TO DYNAMIC WS-NOME-NOVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MTZ-CHAVE
               FILE STATUS IS WS-STATUS-NOV.

       DATA DIVISION.
       FILE SECTION.
      * Layouts antigos: a chave no lugar de sempre e o resto do
      * registro como veio (o que vem depois e o que cresceu).
       FD  ANT-OPERADOR.
       01 REG-OPERADOR-ANTIGO.
           05 OPA-ID PIC X(8).
           05 FILLER PIC X(74).

       FD  NOV-OPERADOR.
           COPY "RegistroOperador.cpy".

       FD  ANT-DESCONTO.
       01 REG-DESCONTO-ANTIGO.
           05 DSA-MATRICULA PIC 9(5).
           05 FILLER PIC X(26).

       FD  NOV-DESCONTO.
           COPY "RegistroDesconto.cpy".

       FD  ANT-DIARIO.
       01 REG-DIARIO-ANTIGO.
           05 DIAA-CHAVE PIC X(18).
           05 FILLER PIC X(90).

       FD  NOV-DIARIO.
           COPY "RegistroDiario.cpy".

       FD  ANT-MENSALIDADE.
       01 REG-MENSALIDADE-ANTIGO.
           05 MENA-CHAVE PIC X(11).
           05 FILLER PIC X(81).

       FD  NOV-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       FD  ANT-MATRIZ.
       01 REG-MATRIZ-ANTIGO.
           05 MTZA-CHAVE PIC X(7).
           05 FILLER PIC X(20).

       FD  NOV-MATRIZ.
           COPY "RegistroMatriz.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ANT PIC X(2).
       01 WS-STATUS-NOV PIC X(2).
       01 WS-NOME-ANTIGO PIC X(40).
       01 WS-NOME-NOVO PIC X(40).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-SITUACAO PIC X(1).
           88 WS-JA-ATUAL   VALUE "A".
           88 WS-AUSENTE    VALUE "X".
           88 WS-ILEGIVEL   VALUE "I".
           88 WS-CONVERTER  VALUE "C".
      * Arquivos tratados, na ordem: o de operadores primeiro, que
      * e o que tranca o sistema.
       01 WS-ARQUIVOS-NOMES.
           05 FILLER PIC X(24) VALUE "operadores.idx".
           05 FILLER PIC X(24) VALUE "descontos.idx".
           05 FILLER PIC X(24) VALUE "diario_classe.idx".
           05 FILLER PIC X(24) VALUE "mensalidades.idx".
           05 FILLER PIC X(24) VALUE "matriz_curricular.idx".
       01 WS-TAB-ARQUIVOS REDEFINES WS-ARQUIVOS-NOMES.
           05 WS-ARQ-NOME PIC X(24) OCCURS 5 TIMES.
       01 WS-ARQ PIC 9(1).
      * Prova da conversao de cada arquivo.
       01 WS-LIDOS PIC 9(7).
       01 WS-GRAVADOS PIC 9(7).
       01 WS-RELIDOS PIC 9(7).
       01 WS-TOTAL-CONVERTIDOS PIC 9(1) VALUE ZERO.
       01 WS-TOTAL-DIVERGENTES PIC 9(1) VALUE ZERO.
      * Troca de nomes, como em MIGRARMATRICULA.
       01 WS-DIRETORIO PIC X(60).
       01 WS-NOME-BASE PIC X(40).
       01 WS-NOME-MONTADO PIC X(105).
       01 WS-NOME-DE PIC X(105).
       01 WS-NOME-PARA PIC X(105).
       01 WS-RC PIC 9(4).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           DISPLAY "=========================================".
           DISPLAY "   Conversao de layouts ampliados".
           DISPLAY "=========================================".
           DISPLAY "ATENCAO: rode com o sistema parado. Cada arquivo".
           DISPLAY "convertido fica guardado como <nome>.PRE.".
           DISPLAY "Confirma a conversao? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Conversao cancelada."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "AMBIENTEDIR" USING WS-DIRETORIO.

           PERFORM VARYING WS-ARQ FROM 1 BY 1 UNTIL WS-ARQ > 5
               PERFORM MIGRAR-ARQUIVO
           END-PERFORM.

           DISPLAY "-----------------------------------------".
           DISPLAY "Arquivos convertidos: " WS-TOTAL-CONVERTIDOS.
           DISPLAY "Com divergencia:      " WS-TOTAL-DIVERGENTES.
           DISPLAY "=========================================".
           IF WS-TOTAL-DIVERGENTES > ZERO
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       MIGRAR-ARQUIVO.
           DISPLAY "-----------------------------------------".
           DISPLAY WS-ARQ-NOME(WS-ARQ).
           PERFORM AVALIAR-ARQUIVO.
           EVALUATE TRUE
               WHEN WS-JA-ATUAL
                   DISPLAY "  ja no layout atual; nada a fazer."
                   EXIT PARAGRAPH
               WHEN WS-AUSENTE
                   DISPLAY "  nao existe; sera criado no uso."
                   EXIT PARAGRAPH
               WHEN WS-ILEGIVEL
                   DISPLAY "  nao abre em nenhum dos layouts (STATUS="
                       WS-STATUS-ANT "); confira o arquivo."
                   ADD 1 TO WS-TOTAL-DIVERGENTES
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM CONVERTER-ARQUIVO.
           PERFORM CONFERIR-ARQUIVO.
           DISPLAY "  lidos " WS-LIDOS "  gravados " WS-GRAVADOS
               "  relidos " WS-RELIDOS.
           IF WS-LIDOS = WS-GRAVADOS AND WS-GRAVADOS = WS-RELIDOS
               PERFORM TROCAR-ARQUIVO
           ELSE
               DISPLAY "  CONTAGENS DIVERGENTES: original NAO foi "
                   "substituido; confira " WS-NOME-NOVO
                   " e apague-o antes de rodar de novo."
               ADD 1 TO WS-TOTAL-DIVERGENTES
           END-IF.

       AVALIAR-ARQUIVO.
      * Abre primeiro no layout atual; so o que recusa (e existe) e
      * tentado no layout antigo.
           MOVE WS-ARQ-NOME(WS-ARQ) TO WS-NOME-NOVO WS-NOME-ANTIGO.
           PERFORM ABRIR-NOVO-LEITURA.
           IF WS-STATUS-NOV = "00"
               PERFORM FECHAR-NOVO
               SET WS-JA-ATUAL TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-NOV = "35"
               SET WS-AUSENTE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-ANTIGO.
           IF WS-STATUS-ANT = "00"
               PERFORM FECHAR-ANTIGO
               SET WS-CONVERTER TO TRUE
           ELSE
               SET WS-ILEGIVEL TO TRUE
           END-IF.

       CONVERTER-ARQUIVO.
      * Primeira passada: o antigo em ordem de chave para
      * <nome>.NOVO, campos novos com o valor de "registro anterior
      * ao campo".
           MOVE ZERO TO WS-LIDOS WS-GRAVADOS.
           MOVE SPACES TO WS-NOME-NOVO.
           STRING WS-ARQ-NOME(WS-ARQ) DELIMITED BY SPACE
               ".NOVO" DELIMITED BY SIZE
               INTO WS-NOME-NOVO
           END-STRING.
           PERFORM ABRIR-ANTIGO.
           PERFORM ABRIR-NOVO-GRAVACAO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               PERFORM COPIAR-REGISTRO
           END-PERFORM.
           PERFORM FECHAR-ANTIGO.
           PERFORM FECHAR-NOVO.

       COPIAR-REGISTRO.
           EVALUATE WS-ARQ
               WHEN 1
                   READ ANT-OPERADOR NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           MOVE REG-OPERADOR-ANTIGO TO REG-OPERADOR
                           MOVE SPACES TO OPE-UNIDADE
                           WRITE REG-OPERADOR
                               INVALID KEY
                                   PERFORM AVISAR-GRAVACAO
                               NOT INVALID KEY
                                   ADD 1 TO WS-GRAVADOS
                           END-WRITE
                   END-READ
               WHEN 2
                   READ ANT-DESCONTO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           MOVE REG-DESCONTO-ANTIGO TO REG-DESCONTO
                           MOVE ZERO TO DSC-MEDIA-MINIMA
                               DSC-FREQ-MINIMA DSC-REVISAO-ANO
                               DSC-REVISAO-BIMESTRE DSC-REVISAO-DATA
                               DSC-SUSPENSAO-DATA
                           MOVE "N" TO DSC-SEM-GRAVE
                           MOVE SPACES TO DSC-REVISAO-CLASSE
                               DSC-REVISAO-ANTERIOR
                               DSC-SUSPENSAO-OPERADOR
                           WRITE REG-DESCONTO
                               INVALID KEY
                                   PERFORM AVISAR-GRAVACAO
                               NOT INVALID KEY
                                   ADD 1 TO WS-GRAVADOS
                           END-WRITE
                   END-READ
               WHEN 3
                   READ ANT-DIARIO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           MOVE REG-DIARIO-ANTIGO TO REG-DIARIO
                           MOVE ZERO TO DIA-BIMESTRE DIA-TOPICO
                           WRITE REG-DIARIO
                               INVALID KEY
                                   PERFORM AVISAR-GRAVACAO
                               NOT INVALID KEY
                                   ADD 1 TO WS-GRAVADOS
                           END-WRITE
                   END-READ
               WHEN 4
                   READ ANT-MENSALIDADE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           MOVE REG-MENSALIDADE-ANTIGO
                               TO REG-MENSALIDADE
                           MOVE ZERO TO MEN-CREDITO
                           WRITE REG-MENSALIDADE
                               INVALID KEY
                                   PERFORM AVISAR-GRAVACAO
                               NOT INVALID KEY
                                   ADD 1 TO WS-GRAVADOS
                           END-WRITE
                   END-READ
               WHEN 5
                   READ ANT-MATRIZ NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           MOVE REG-MATRIZ-ANTIGO TO REG-MATRIZ
                           MOVE ZERO TO MTZ-AULAS-SEMANAIS
                           WRITE REG-MATRIZ
                               INVALID KEY
                                   PERFORM AVISAR-GRAVACAO
                               NOT INVALID KEY
                                   ADD 1 TO WS-GRAVADOS
                           END-WRITE
                   END-READ
           END-EVALUATE.

       AVISAR-GRAVACAO.
           DISPLAY "  Erro ao gravar o registro " WS-LIDOS
               " (STATUS=" WS-STATUS-NOV ").".

       CONFERIR-ARQUIVO.
      * Segunda passada: rele <nome>.NOVO no layout atual.
           MOVE ZERO TO WS-RELIDOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM ABRIR-NOVO-LEITURA.
           IF WS-STATUS-NOV NOT = "00"
               DISPLAY "  " WS-NOME-NOVO " nao reabriu (STATUS="
                   WS-STATUS-NOV ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               PERFORM CONTAR-NOVO
           END-PERFORM.
           PERFORM FECHAR-NOVO.

       CONTAR-NOVO.
           EVALUATE WS-ARQ
               WHEN 1
                   READ NOV-OPERADOR NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RELIDOS
                   END-READ
               WHEN 2
                   READ NOV-DESCONTO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RELIDOS
                   END-READ
               WHEN 3
                   READ NOV-DIARIO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RELIDOS
                   END-READ
               WHEN 4
                   READ NOV-MENSALIDADE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RELIDOS
                   END-READ
               WHEN 5
                   READ NOV-MATRIZ NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-RELIDOS
                   END-READ
           END-EVALUATE.

       ABRIR-ANTIGO.
           EVALUATE WS-ARQ
               WHEN 1
                   OPEN INPUT ANT-OPERADOR
               WHEN 2
                   OPEN INPUT ANT-DESCONTO
               WHEN 3
                   OPEN INPUT ANT-DIARIO
               WHEN 4
                   OPEN INPUT ANT-MENSALIDADE
               WHEN 5
                   OPEN INPUT ANT-MATRIZ
           END-EVALUATE.

       FECHAR-ANTIGO.
           EVALUATE WS-ARQ
               WHEN 1
                   CLOSE ANT-OPERADOR
               WHEN 2
                   CLOSE ANT-DESCONTO
               WHEN 3
                   CLOSE ANT-DIARIO
               WHEN 4
                   CLOSE ANT-MENSALIDADE
               WHEN 5
                   CLOSE ANT-MATRIZ
           END-EVALUATE.

       ABRIR-NOVO-LEITURA.
           EVALUATE WS-ARQ
               WHEN 1
                   OPEN INPUT NOV-OPERADOR
               WHEN 2
                   OPEN INPUT NOV-DESCONTO
               WHEN 3
                   OPEN INPUT NOV-DIARIO
               WHEN 4
                   OPEN INPUT NOV-MENSALIDADE
               WHEN 5
                   OPEN INPUT NOV-MATRIZ
           END-EVALUATE.

       ABRIR-NOVO-GRAVACAO.
           EVALUATE WS-ARQ
               WHEN 1
                   OPEN OUTPUT NOV-OPERADOR
               WHEN 2
                   OPEN OUTPUT NOV-DESCONTO
               WHEN 3
                   OPEN OUTPUT NOV-DIARIO
               WHEN 4
                   OPEN OUTPUT NOV-MENSALIDADE
               WHEN 5
                   OPEN OUTPUT NOV-MATRIZ
           END-EVALUATE.

       FECHAR-NOVO.
           EVALUATE WS-ARQ
               WHEN 1
                   CLOSE NOV-OPERADOR
               WHEN 2
                   CLOSE NOV-DESCONTO
               WHEN 3
                   CLOSE NOV-DIARIO
               WHEN 4
                   CLOSE NOV-MENSALIDADE
               WHEN 5
                   CLOSE NOV-MATRIZ
           END-EVALUATE.

       TROCAR-ARQUIVO.
      * Original para <nome>.PRE e <nome>.NOVO para o nome; o rename
      * nao passa pelo COB_FILE_PATH, entao o diretorio do perfil de
      * ambiente entra nos caminhos, como em MIGRARMATRICULA.
           MOVE WS-ARQ-NOME(WS-ARQ) TO WS-NOME-BASE.
           PERFORM MONTAR-NOME-COMPLETO.
           MOVE WS-NOME-MONTADO TO WS-NOME-DE.
           MOVE SPACES TO WS-NOME-BASE.
           STRING WS-ARQ-NOME(WS-ARQ) DELIMITED BY SPACE
               ".PRE" DELIMITED BY SIZE
               INTO WS-NOME-BASE
           END-STRING.
           PERFORM MONTAR-NOME-COMPLETO.
           MOVE WS-NOME-MONTADO TO WS-NOME-PARA.
           CALL "CBL_RENAME_FILE" USING WS-NOME-DE WS-NOME-PARA
               RETURNING WS-RC.
           IF WS-RC NOT = ZERO
               DISPLAY "  falhou a troca de nome do original (codigo "
                   WS-RC "); " WS-NOME-NOVO " fica para conferencia."
               ADD 1 TO WS-TOTAL-DIVERGENTES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NOME-NOVO TO WS-NOME-BASE.
           PERFORM MONTAR-NOME-COMPLETO.
           MOVE WS-NOME-MONTADO TO WS-NOME-PARA.
           CALL "CBL_RENAME_FILE" USING WS-NOME-PARA WS-NOME-DE
               RETURNING WS-RC.
           IF WS-RC = ZERO
               ADD 1 TO WS-TOTAL-CONVERTIDOS
               DISPLAY "  convertido; original em "
                   WS-ARQ-NOME(WS-ARQ) ".PRE"
           ELSE
               DISPLAY "  original ja em .PRE, mas falhou a troca de "
                   "nome de " WS-NOME-NOVO " (codigo " WS-RC
                   "); renomeie a mao."
               ADD 1 TO WS-TOTAL-DIVERGENTES
           END-IF.

       MONTAR-NOME-COMPLETO.
           MOVE WS-NOME-BASE TO WS-NOME-MONTADO.
           IF WS-DIRETORIO NOT = SPACES
               MOVE SPACES TO WS-NOME-MONTADO
               STRING WS-DIRETORIO DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-NOME-BASE DELIMITED BY SPACE
                   INTO WS-NOME-MONTADO
               END-STRING
           END-IF.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. DECLARACOESESCOLARES.
           AUTHOR. Alexandre S S Alves.

      * Declaracoes da secretaria com numero e codigo de
      * verificacao: de matricula, de escolaridade, de frequencia
      * (para o Bolsa Familia ou para o emprego do responsavel) e de
      * transferencia em andamento. O texto sai preenchido de
      * alunos.idx, turmas.idx (serie da turma) e da frequencia do
      * ano (CALCFREQUENCIA), impresso via IMPRELATORIO em
      * declaracoes.rel. Cada declaracao recebe o numero seguinte
      * do contador declaracao_contador.dat -- gravado a cada
      * emissao, como o livro de registro dos certificados -- e um
      * codigo de verificacao de 8 posicoes, e fica no registro
      * permanente declaracoes_emitidas.dat (RegistroDeclaracao.cpy).
      * A consulta de autenticidade confere numero e codigo contra
      * o registro e mostra para quem e quando a declaracao saiu.
      * Perfil de consulta so confere; nao emite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CADASTRO ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-CAD.
           SELECT ARQUIVO-TURMA ASSIGN TO "turmas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WS-STATUS-TUR.
           SELECT ARQUIVO-CONTADOR ASSIGN TO "declaracao_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CTR.
           SELECT ARQUIVO-EMITIDAS
               ASSIGN TO "declaracoes_emitidas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EMI.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CADASTRO.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-TURMA.
           COPY "RegistroTurma.cpy".

       FD  ARQUIVO-CONTADOR.
       01 REG-CONTADOR.
           05 CTR-PROXIMO-NUMERO PIC 9(6).

       FD  ARQUIVO-EMITIDAS.
           COPY "RegistroDeclaracao.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-CAD PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-CTR PIC X(2).
       01 WS-STATUS-EMI PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-MATRICULA PIC 9(5).
       01 WS-TIPO PIC 9(1).
       01 WS-FINALIDADE PIC X(30).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-ACHOU PIC X.
       01 WS-PROXIMO-NUMERO PIC 9(6) VALUE 1.
       01 WS-NUMERO-ATUAL PIC 9(6).
       01 WS-CODIGO PIC X(8).
       01 WS-NUMERO-CONSULTA PIC 9(6).
       01 WS-CODIGO-CONSULTA PIC X(8).
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-HORA PIC 9(8).
       01 WS-SERIE PIC 9(2).
       01 WS-ANO PIC 9(4).
       01 WS-PRESENCAS PIC 9(5).
       01 WS-DIAS-LETIVOS PIC 9(5).
       01 WS-PERCENTUAL PIC 9(3)V9(2).
       01 WS-ED-PERC PIC ZZ9.99.
       01 WS-TOTAL PIC 9(5).
      * Codigo de verificacao: 8 letras/digitos de um alfabeto sem
      * os caracteres que se confundem ao telefone (0/O, 1/I),
      * tirados de uma semente com numero, matricula, data e hora
      * da emissao -- nao da para deduzir o codigo so do numero.
       01 WS-ALFABETO PIC X(32)
           VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01 WS-SEMENTE PIC 9(15).
       01 WS-QUOCIENTE PIC 9(15).
       01 WS-RESTO PIC 9(10).
       01 WS-POS PIC 9(2).
       01 WS-IND PIC 9(2).
       01 WS-TIPOS-DECLARACAO.
           05 FILLER PIC X(30) VALUE "DECLARACAO DE MATRICULA".
           05 FILLER PIC X(30) VALUE "DECLARACAO DE ESCOLARIDADE".
           05 FILLER PIC X(30) VALUE "DECLARACAO DE FREQUENCIA".
           05 FILLER PIC X(30) VALUE "DECLARACAO DE TRANSFERENCIA".
       01 WS-TAB-TIPOS REDEFINES WS-TIPOS-DECLARACAO.
           05 WS-TITULO-TIPO PIC X(30) OCCURS 4 TIMES.
       01 WS-REL-NOME PIC X(30) VALUE "declaracoes.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "DECLARACOES ESCOLARES".
       01 WS-REL-LINHA PIC X(80).

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Declaracoes Escolares           ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Emitir Declaracao             ".
           DISPLAY "2 -  Conferir Autenticidade        ".
           DISPLAY "3 -  Declaracoes do Aluno          ".
           DISPLAY "4 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM EMITIR-DECLARACAO
               WHEN 2
                   PERFORM CONFERIR-AUTENTICIDADE
               WHEN 3
                   PERFORM DECLARACOES-DO-ALUNO
               WHEN 4
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM PRINCIPAL
           END-EVALUATE.

       OBTER-HOJE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           MOVE WS-DATA-HORA(9:8) TO WS-HORA.

       CARREGAR-CONTADOR.
           MOVE 1 TO WS-PROXIMO-NUMERO.
           OPEN INPUT ARQUIVO-CONTADOR.
           IF WS-STATUS-CTR = "00"
               READ ARQUIVO-CONTADOR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTR-PROXIMO-NUMERO TO WS-PROXIMO-NUMERO
               END-READ
               CLOSE ARQUIVO-CONTADOR
           END-IF.

       GRAVAR-CONTADOR.
           OPEN OUTPUT ARQUIVO-CONTADOR.
           MOVE WS-PROXIMO-NUMERO TO CTR-PROXIMO-NUMERO.
           WRITE REG-CONTADOR.
           CLOSE ARQUIVO-CONTADOR.

       EMITIR-DECLARACAO.
           IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
               DISPLAY "Permissao negada: perfil de consulta."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA.
           OPEN INPUT ARQUIVO-CADASTRO.
           IF WS-STATUS-CAD NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-CAD ")."
               PERFORM PRINCIPAL
           END-IF.
           MOVE WS-MATRICULA TO MATRICULA-ALUNO.
           READ ARQUIVO-CADASTRO
               INVALID KEY
                   DISPLAY "Matricula nao encontrada."
                   CLOSE ARQUIVO-CADASTRO
                   PERFORM PRINCIPAL
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE ARQUIVO-CADASTRO.
           DISPLAY "Aluno: " NOME-ALUNO "  Turma: " TURMA
               "  Situacao: " SITUACAO-ALUNO.
           DISPLAY "1 - Matricula  2 - Escolaridade  3 - Frequencia"
               "  4 - Transferencia em andamento".
           ACCEPT WS-TIPO.
           IF WS-TIPO < 1 OR WS-TIPO > 4
               DISPLAY "Tipo de declaracao invalido."
               PERFORM PRINCIPAL
           END-IF.
      * Matricula, frequencia e transferencia em andamento so valem
      * para quem esta com a matricula ativa; escolaridade serve
      * tambem para quem ja saiu (declara o que cursou).
           IF WS-TIPO NOT = 2
                   AND NOT ALUNO-ATIVO AND SITUACAO-ALUNO NOT = SPACE
               DISPLAY "Aluno sem matricula ativa (situacao "
                   SITUACAO-ALUNO "); use a declaracao de "
                   "escolaridade."
               PERFORM PRINCIPAL
           END-IF.
           DISPLAY "Finalidade (ex.: BOLSA FAMILIA, EMPREGO): ".
           ACCEPT WS-FINALIDADE.
           PERFORM OBTER-HOJE.
           PERFORM BUSCAR-SERIE.
           MOVE ANO-LETIVO TO WS-ANO.
           IF WS-ANO = ZERO
               MOVE WS-HOJE(1:4) TO WS-ANO
           END-IF.
           IF WS-TIPO = 3
               CALL "CALCFREQUENCIA" USING WS-MATRICULA WS-ANO
                   WS-PRESENCAS WS-DIAS-LETIVOS WS-PERCENTUAL
               IF WS-DIAS-LETIVOS = ZERO
                   DISPLAY "Nenhum dia letivo cadastrado para o ano "
                       WS-ANO "; declaracao de frequencia cancelada."
                   PERFORM PRINCIPAL
               END-IF
           END-IF.
           PERFORM CARREGAR-CONTADOR.
           MOVE WS-PROXIMO-NUMERO TO WS-NUMERO-ATUAL.
           ADD 1 TO WS-PROXIMO-NUMERO.
      * Contador persistido antes de imprimir, como no livro dos
      * certificados: numero dado nunca volta para outra folha.
           PERFORM GRAVAR-CONTADOR.
           PERFORM GERAR-CODIGO.
           PERFORM REGISTRAR-EMISSAO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           PERFORM IMPRIMIR-DECLARACAO.
           CALL "REL-FECHAR".
           DISPLAY "Declaracao " WS-NUMERO-ATUAL " emitida, codigo "
               WS-CODIGO ".".
           PERFORM PRINCIPAL.

       BUSCAR-SERIE.
           MOVE ZERO TO WS-SERIE.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR = "00"
               MOVE TURMA TO TUR-CODIGO
               READ ARQUIVO-TURMA KEY IS TUR-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TUR-SERIE TO WS-SERIE
               END-READ
               CLOSE ARQUIVO-TURMA
           END-IF.

       GERAR-CODIGO.
           COMPUTE WS-SEMENTE = WS-NUMERO-ATUAL * 7919
               + WS-MATRICULA * 104729 + WS-HORA * 613 + WS-HOJE.
           DIVIDE WS-SEMENTE BY 2147483647 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO.
           MOVE WS-RESTO TO WS-SEMENTE.
           MOVE SPACES TO WS-CODIGO.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 8
               COMPUTE WS-SEMENTE = WS-SEMENTE * 48271
               DIVIDE WS-SEMENTE BY 2147483647 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
               MOVE WS-RESTO TO WS-SEMENTE
               DIVIDE WS-RESTO BY 32 GIVING WS-QUOCIENTE
                   REMAINDER WS-POS
               ADD 1 TO WS-POS
               MOVE WS-ALFABETO(WS-POS:1) TO WS-CODIGO(WS-IND:1)
           END-PERFORM.

       REGISTRAR-EMISSAO.
           OPEN EXTEND ARQUIVO-EMITIDAS.
           IF WS-STATUS-EMI = "35"
               OPEN OUTPUT ARQUIVO-EMITIDAS
           END-IF.
           MOVE WS-NUMERO-ATUAL TO DCL-NUMERO.
           MOVE WS-CODIGO TO DCL-CODIGO.
           MOVE WS-TIPO TO DCL-TIPO.
           MOVE WS-MATRICULA TO DCL-MATRICULA.
           MOVE NOME-ALUNO TO DCL-NOME.
           MOVE WS-ANO TO DCL-ANO-LETIVO.
           MOVE TURMA TO DCL-TURMA.
           MOVE WS-FINALIDADE TO DCL-FINALIDADE.
           MOVE WS-HOJE TO DCL-DATA.
           MOVE WS-OPERADOR-SESSAO TO DCL-OPERADOR.
           WRITE REG-DECLARACAO.
           CLOSE ARQUIVO-EMITIDAS.

       IMPRIMIR-DECLARACAO.
           MOVE ALL "=" TO WS-REL-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE WS-TITULO-TIPO(WS-TIPO) TO WS-REL-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "No " WS-NUMERO-ATUAL
                  "   Codigo de verificacao: " WS-CODIGO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "Declaramos, para os devidos fins, que " NOME-ALUNO
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           EVALUATE WS-TIPO
               WHEN 1
                   PERFORM TEXTO-MATRICULA
               WHEN 2
                   PERFORM TEXTO-ESCOLARIDADE
               WHEN 3
                   PERFORM TEXTO-FREQUENCIA
               WHEN 4
                   PERFORM TEXTO-TRANSFERENCIA
           END-EVALUATE.
           IF WS-FINALIDADE NOT = SPACES
               MOVE SPACES TO WS-REL-LINHA
               STRING "Declaracao fornecida para fins de "
                      WS-FINALIDADE
                      DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               CALL "REL-LINHA" USING WS-REL-LINHA
           END-IF.
           MOVE SPACES TO WS-REL-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "Emitida em " WS-HOJE(7:2) "/" WS-HOJE(5:2) "/"
                  WS-HOJE(1:4)
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE "______________________________" TO WS-REL-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE "Secretaria Escolar" TO WS-REL-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "A autenticidade desta declaracao pode ser "
                  "confirmada na secretaria"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "informando o numero " WS-NUMERO-ATUAL
                  " e o codigo " WS-CODIGO "."
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE ALL "=" TO WS-REL-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.

       TEXTO-MATRICULA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "matricula " WS-MATRICULA
                  ", esta regularmente matriculado(a) nesta escola"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "no ano letivo de " WS-ANO
                  ", na turma " TURMA " (" WS-SERIE "a serie)."
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.

       TEXTO-ESCOLARIDADE.
           MOVE SPACES TO WS-REL-LINHA.
           EVALUATE TRUE
               WHEN ALUNO-FORMADO
                   STRING "matricula " WS-MATRICULA
                          ", concluiu nesta escola a " WS-SERIE
                          "a serie"
                          DELIMITED BY SIZE INTO WS-REL-LINHA
                   END-STRING
               WHEN ALUNO-ATIVO
               WHEN SITUACAO-ALUNO = SPACE
                   STRING "matricula " WS-MATRICULA
                          ", cursa nesta escola a " WS-SERIE
                          "a serie"
                          DELIMITED BY SIZE INTO WS-REL-LINHA
                   END-STRING
               WHEN OTHER
                   STRING "matricula " WS-MATRICULA
                          ", cursou nesta escola a " WS-SERIE
                          "a serie"
                          DELIMITED BY SIZE INTO WS-REL-LINHA
                   END-STRING
           END-EVALUATE.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "no ano letivo de " WS-ANO ", turma " TURMA "."
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.

       TEXTO-FREQUENCIA.
           MOVE WS-PERCENTUAL TO WS-ED-PERC.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "matricula " WS-MATRICULA
                  ", da turma " TURMA ", frequentou no ano letivo"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "de " WS-ANO " " WS-PRESENCAS " de "
                  WS-DIAS-LETIVOS " dias letivos ja realizados,"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "com frequencia de " WS-ED-PERC "%."
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.

       TEXTO-TRANSFERENCIA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "matricula " WS-MATRICULA
                  ", da turma " TURMA " (" WS-SERIE "a serie),"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "teve a transferencia solicitada por seu "
                  "responsavel; a guia de"
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "transferencia esta em preparacao e sera "
                  "entregue a familia."
                  DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           CALL "REL-LINHA" USING WS-REL-LINHA.

       CONFERIR-AUTENTICIDADE.
      * Numero e codigo precisam bater juntos: numero certo com
      * codigo errado e tratado como declaracao nao emitida.
           DISPLAY "Numero da declaracao: ".
           ACCEPT WS-NUMERO-CONSULTA.
           DISPLAY "Codigo de verificacao: ".
           ACCEPT WS-CODIGO-CONSULTA.
           INSPECT WS-CODIGO-CONSULTA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO WS-ACHOU.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-EMITIDAS.
           IF WS-STATUS-EMI = "00"
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-EMITIDAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF DCL-NUMERO = WS-NUMERO-CONSULTA
                               MOVE "S" TO WS-FIM-ARQUIVO
                               IF DCL-CODIGO = WS-CODIGO-CONSULTA
                                   MOVE "S" TO WS-ACHOU
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-EMITIDAS
           END-IF.
           IF WS-ACHOU = "S"
               DISPLAY "*** DECLARACAO AUTENTICA ***"
               DISPLAY "  " WS-TITULO-TIPO(DCL-TIPO)
               DISPLAY "  Aluno:     " DCL-NOME " (matricula "
                   DCL-MATRICULA ")"
               DISPLAY "  Turma/Ano: " DCL-TURMA " / " DCL-ANO-LETIVO
               DISPLAY "  Finalidade:" DCL-FINALIDADE
               DISPLAY "  Emitida em " DCL-DATA " por " DCL-OPERADOR
           ELSE
               DISPLAY "*** NUMERO/CODIGO NAO CONFEREM: declaracao "
                   "nao emitida por esta escola ***"
           END-IF.
           PERFORM PRINCIPAL.

       DECLARACOES-DO-ALUNO.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-MATRICULA.
           MOVE ZERO TO WS-TOTAL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-EMITIDAS.
           IF WS-STATUS-EMI NOT = "00"
               DISPLAY "Nenhuma declaracao emitida."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-EMITIDAS
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF DCL-MATRICULA = WS-MATRICULA
                           ADD 1 TO WS-TOTAL
                           DISPLAY "No " DCL-NUMERO " "
                               WS-TITULO-TIPO(DCL-TIPO)
                               " EM " DCL-DATA " (" DCL-OPERADOR ") "
                               DCL-FINALIDADE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-EMITIDAS.
           DISPLAY "Declaracoes do aluno: " WS-TOTAL.
           PERFORM PRINCIPAL.

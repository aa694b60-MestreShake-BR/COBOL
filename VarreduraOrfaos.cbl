       IDENTIFICATION DIVISION.
           PROGRAM-ID. VARREDURAORFAOS.
           AUTHOR. Alexandre S S Alves.

      * Varredura de registros orfaos: percorre os arquivos satelite
      * do aluno -- mensalidades.idx, notas_disciplina.idx,
      * frequencia.dat, responsaveis.idx, familias.idx,
      * retirada.idx, ficha_saude.idx, rota_alunos.idx,
      * emprestimos.idx, documentos.idx, aee.idx, vacinacao.idx,
      * bolsa_familia.idx, dependencias.idx, conceitos_aluno.idx,
      * portaria.idx, casos_orientacao.idx, inscricoes_passeio.idx,
      * cantina_contas.idx e contraturno_inscricoes.idx -- e lista
      * todo registro cuja matricula nao existe mais em alunos.idx
      * (sobra de exclusao feita antes da cascata de
      * ARQUIVAREXCLUSAO, ou de restauracao parcial). Os satelites
      * nao guardam turma nem professor; essa referencia mora no
      * proprio cadastro, entao a ultima secao confere, aluno a
      * aluno, se TURMA existe em turmas.idx e se
      * MATRICULA-PROFESSOR existe em professores.idx. Nada e
      * corrigido aqui: a lista sai em orfaos.rel via IMPRELATORIO,
      * com total por arquivo, e o RETURN-CODE fica 4 quando ha
      * orfao, 0 quando esta tudo amarrado. Num mesmo arquivo,
      * registros seguidos da mesma matricula orfa saem numa linha
      * so, com a quantidade.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARQUIVO-PROFESSOR ASSIGN TO "professores.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-MATRICULA
               FILE STATUS IS WS-STATUS-PROF.
           SELECT ARQUIVO-MENSALIDADE ASSIGN TO "mensalidades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-NOTAS-DISC ASSIGN TO "notas_disciplina.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ND-CHAVE
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-FREQUENCIA ASSIGN TO "frequencia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-FAMILIA ASSIGN TO "familias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAM-MATRICULA
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-RETIRADA ASSIGN TO "retirada.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-SAUDE ASSIGN TO "ficha_saude.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAU-MATRICULA
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-ROTA-ALUNO ASSIGN TO "rota_alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RAL-MATRICULA
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-EMPRESTIMO ASSIGN TO "emprestimos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-DOCUMENTO ASSIGN TO "documentos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DOC-CHAVE
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-AEE ASSIGN TO "aee.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AEE-MATRICULA
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-VACINACAO ASSIGN TO "vacinacao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VAC-MATRICULA
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-BOLSA ASSIGN TO "bolsa_familia.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BFA-MATRICULA
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-DEPENDENCIA ASSIGN TO "dependencias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-CONCEITOS ASSIGN TO "conceitos_aluno.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNC-CHAVE
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-PORTARIA ASSIGN TO "portaria.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POR-CHAVE
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-CASO ASSIGN TO "casos_orientacao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAS-NUMERO
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-INSCRICAO-PASSEIO
               ASSIGN TO "inscricoes_passeio.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IPS-CHAVE
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-CONTA-CANTINA ASSIGN TO "cantina_contas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTC-MATRICULA
               FILE STATUS IS WS-STATUS-SAT.
           SELECT ARQUIVO-CONTRATURNO
               ASSIGN TO "contraturno_inscricoes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ICT-CHAVE
               ALTERNATE RECORD KEY IS ICT-ATIVIDADE-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-SAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-TURMA.
           COPY "RegistroTurma.cpy".

       FD  ARQUIVO-PROFESSOR.
       01 REG-PROFESSOR.
           05 PRO-MATRICULA PIC X(8).
           05 PRO-NOME PIC X(30).
           05 PRO-STATUS PIC X(1).
               88 PRO-ATIVO   VALUE "A".
               88 PRO-INATIVO VALUE "I".
           05 PRO-DISCIPLINA PIC X(20).
           05 PRO-CARGA-HORARIA PIC 9(3).
           05 PRO-ANO-LETIVO PIC 9(4).
           05 PRO-UNIDADE PIC X(3).

       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       FD  ARQUIVO-NOTAS-DISC.
           COPY "RegistroNotaDisciplina.cpy".

       FD  ARQUIVO-FREQUENCIA.
           COPY "RegistroFrequencia.cpy".

       FD  ARQUIVO-RESPONSAVEL.
           COPY "RegistroResponsavel.cpy".

       FD  ARQUIVO-FAMILIA.
           COPY "RegistroFamilia.cpy".

       FD  ARQUIVO-RETIRADA.
           COPY "RegistroRetirada.cpy".

       FD  ARQUIVO-SAUDE.
           COPY "RegistroSaude.cpy".

       FD  ARQUIVO-ROTA-ALUNO.
           COPY "RegistroRotaAluno.cpy".

       FD  ARQUIVO-EMPRESTIMO.
           COPY "RegistroEmprestimo.cpy".

       FD  ARQUIVO-DOCUMENTO.
           COPY "RegistroDocumento.cpy".

       FD  ARQUIVO-AEE.
           COPY "RegistroAee.cpy".

       FD  ARQUIVO-VACINACAO.
           COPY "RegistroVacinacao.cpy".

       FD  ARQUIVO-BOLSA.
           COPY "RegistroBolsaFamilia.cpy".

       FD  ARQUIVO-DEPENDENCIA.
           COPY "RegistroDependencia.cpy".

       FD  ARQUIVO-CONCEITOS.
           COPY "RegistroConceito.cpy".

       FD  ARQUIVO-PORTARIA.
           COPY "RegistroPortaria.cpy".

       FD  ARQUIVO-CASO.
           COPY "RegistroCasoOrientacao.cpy".

       FD  ARQUIVO-INSCRICAO-PASSEIO.
           COPY "RegistroInscricaoPasseio.cpy".

       FD  ARQUIVO-CONTA-CANTINA.
           COPY "RegistroContaCantina.cpy".

       FD  ARQUIVO-CONTRATURNO.
           COPY "RegistroInscricaoContraturno.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-PROF PIC X(2).
       01 WS-STATUS-SAT PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-TURMAS-ABERTO PIC X VALUE "N".
       01 WS-PROF-ABERTO PIC X VALUE "N".

      * Registro satelite corrente, montado por cada secao.
       01 WS-ORIGEM PIC X(26).
       01 WS-MATRICULA-SAT PIC 9(5).
       01 WS-CHAVE-SAT PIC X(30).
       01 WS-ULTIMA-ORFA PIC 9(5).
       01 WS-CHAVE-ORFA PIC X(30).
       01 WS-QTD-SEGUIDOS PIC 9(5).
       01 WS-ORFAOS-ARQUIVO PIC 9(6).
       01 WS-LIDOS-ARQUIVO PIC 9(7).
       01 WS-TOTAL-ORFAOS PIC 9(7) VALUE ZERO.
       01 WS-SEM-TURMA PIC 9(5) VALUE ZERO.
       01 WS-SEM-PROFESSOR PIC 9(5) VALUE ZERO.

       01 WS-REL-NOME PIC X(30) VALUE "orfaos.rel".
       01 WS-REL-TITULO PIC X(40)
           VALUE "VARREDURA DE REGISTROS ORFAOS".
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           MOVE "ARQUIVO                    MATRIC CHAVE"
               TO WS-REL-LINHA.
           MOVE "REGS" TO WS-REL-LINHA(68:4).
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.

           PERFORM VARRER-MENSALIDADES.
           PERFORM VARRER-NOTAS-DISCIPLINA.
           PERFORM VARRER-FREQUENCIA.
           PERFORM VARRER-RESPONSAVEIS.
           PERFORM VARRER-FAMILIAS.
           PERFORM VARRER-RETIRADA.
           PERFORM VARRER-SAUDE.
           PERFORM VARRER-ROTAS.
           PERFORM VARRER-EMPRESTIMOS.
           PERFORM VARRER-DOCUMENTOS.
           PERFORM VARRER-AEE.
           PERFORM VARRER-VACINACAO.
           PERFORM VARRER-BOLSA-FAMILIA.
           PERFORM VARRER-DEPENDENCIAS.
           PERFORM VARRER-CONCEITOS.
           PERFORM VARRER-PORTARIA.
           PERFORM VARRER-CASOS.
           PERFORM VARRER-PASSEIOS.
           PERFORM VARRER-CONTA-CANTINA.
           PERFORM VARRER-CONTRATURNO.
           PERFORM VARRER-TURMA-PROFESSOR.
           CLOSE ARQUIVO-ALUNOS.

           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "REGISTROS ORFAOS: " WS-TOTAL-ORFAOS
               "  SEM TURMA: " WS-SEM-TURMA
               "  SEM PROFESSOR: " WS-SEM-PROFESSOR
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           DISPLAY "Varredura concluida: " WS-TOTAL-ORFAOS
               " orfao(s), " WS-SEM-TURMA " sem turma, "
               WS-SEM-PROFESSOR " sem professor (orfaos.rel).".
           IF WS-TOTAL-ORFAOS > ZERO OR WS-SEM-TURMA > ZERO
                   OR WS-SEM-PROFESSOR > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       INICIAR-ARQUIVO.
           MOVE ZERO TO WS-ORFAOS-ARQUIVO.
           MOVE ZERO TO WS-LIDOS-ARQUIVO.
           MOVE ZERO TO WS-ULTIMA-ORFA.
           MOVE ZERO TO WS-QTD-SEGUIDOS.
           MOVE "N" TO WS-FIM-ARQUIVO.

       CONFERIR-MATRICULA.
      * WS-MATRICULA-SAT e WS-CHAVE-SAT ja montados pela secao.
           ADD 1 TO WS-LIDOS-ARQUIVO.
           MOVE WS-MATRICULA-SAT TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   ADD 1 TO WS-ORFAOS-ARQUIVO
                   ADD 1 TO WS-TOTAL-ORFAOS
                   IF WS-MATRICULA-SAT = WS-ULTIMA-ORFA
                       ADD 1 TO WS-QTD-SEGUIDOS
                   ELSE
                       PERFORM LISTAR-ORFAO
                       MOVE WS-MATRICULA-SAT TO WS-ULTIMA-ORFA
                       MOVE WS-CHAVE-SAT TO WS-CHAVE-ORFA
                       MOVE 1 TO WS-QTD-SEGUIDOS
                   END-IF
           END-READ.

       LISTAR-ORFAO.
      * Descarrega a sequencia de registros da ultima matricula orfa.
           IF WS-QTD-SEGUIDOS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REL-LINHA.
           MOVE WS-ORIGEM TO WS-REL-LINHA(1:26).
           MOVE WS-ULTIMA-ORFA TO WS-REL-LINHA(28:5).
           MOVE WS-CHAVE-ORFA TO WS-REL-LINHA(35:30).
           MOVE WS-QTD-SEGUIDOS TO WS-REL-LINHA(67:5).
           PERFORM ESCREVER-LINHA.
           MOVE ZERO TO WS-QTD-SEGUIDOS.

       FECHAR-ARQUIVO.
           PERFORM LISTAR-ORFAO.
           MOVE SPACES TO WS-REL-LINHA.
           STRING WS-ORIGEM DELIMITED BY SPACE
               ": " WS-LIDOS-ARQUIVO " lidos, "
               WS-ORFAOS-ARQUIVO " orfaos"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       ARQUIVO-AUSENTE.
           MOVE SPACES TO WS-REL-LINHA.
           STRING WS-ORIGEM DELIMITED BY SPACE
               ": nao encontrado (STATUS=" WS-STATUS-SAT ")"
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       VARRER-MENSALIDADES.
           MOVE "mensalidades.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-MENSALIDADE.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-MENSALIDADE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE MEN-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING "COMPETENCIA " MEN-COMPETENCIA
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MENSALIDADE.
           PERFORM FECHAR-ARQUIVO.

       VARRER-NOTAS-DISCIPLINA.
           MOVE "notas_disciplina.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-NOTAS-DISC.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-NOTAS-DISC NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE ND-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING ND-ANO-LETIVO " " ND-DISCIPLINA
                           " B" ND-BIMESTRE
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-NOTAS-DISC.
           PERFORM FECHAR-ARQUIVO.

       VARRER-FREQUENCIA.
           MOVE "frequencia.dat" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-FREQUENCIA.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-FREQUENCIA
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE FRQ-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING "DATA " FRQ-DATA
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-FREQUENCIA.
           PERFORM FECHAR-ARQUIVO.

       VARRER-RESPONSAVEIS.
           MOVE "responsaveis.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RESPONSAVEL NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE RSP-MATRICULA TO WS-MATRICULA-SAT
                       MOVE RSP-NOME TO WS-CHAVE-SAT
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-RESPONSAVEL.
           PERFORM FECHAR-ARQUIVO.

       VARRER-FAMILIAS.
           MOVE "familias.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-FAMILIA.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-FAMILIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE FAM-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING "FAMILIA " FAM-CODIGO
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-FAMILIA.
           PERFORM FECHAR-ARQUIVO.

       VARRER-RETIRADA.
           MOVE "retirada.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-RETIRADA.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-RETIRADA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE RET-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING "SEQ " RET-SEQ " " RET-NOME
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-RETIRADA.
           PERFORM FECHAR-ARQUIVO.

       VARRER-SAUDE.
           MOVE "ficha_saude.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-SAUDE.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-SAUDE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE SAU-MATRICULA TO WS-MATRICULA-SAT
                       MOVE "FICHA DE SAUDE" TO WS-CHAVE-SAT
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-SAUDE.
           PERFORM FECHAR-ARQUIVO.

       VARRER-ROTAS.
           MOVE "rota_alunos.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-ROTA-ALUNO.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ROTA-ALUNO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE RAL-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING "ROTA " RAL-ROTA " ORDEM " RAL-ORDEM
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-ROTA-ALUNO.
           PERFORM FECHAR-ARQUIVO.

       VARRER-EMPRESTIMOS.
           MOVE "emprestimos.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-EMPRESTIMO.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-EMPRESTIMO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE EMP-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING "LIVRO " EMP-CODIGO "-" EMP-EXEMPLAR
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-EMPRESTIMO.
           PERFORM FECHAR-ARQUIVO.

       VARRER-DOCUMENTOS.
           MOVE "documentos.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-DOCUMENTO.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-DOCUMENTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE DOC-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING "DOCUMENTO TIPO " DOC-TIPO
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-DOCUMENTO.
           PERFORM FECHAR-ARQUIVO.

       VARRER-AEE.
           MOVE "aee.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-AEE.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-AEE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE AEE-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING "CATEGORIA " AEE-CATEGORIA
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-AEE.
           PERFORM FECHAR-ARQUIVO.

       VARRER-VACINACAO.
           MOVE "vacinacao.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-VACINACAO.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-VACINACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE VAC-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING "DOSES " VAC-QTD-DOSES
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-VACINACAO.
           PERFORM FECHAR-ARQUIVO.

       VARRER-BOLSA-FAMILIA.
           MOVE "bolsa_familia.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-BOLSA.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-BOLSA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE BFA-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING "NIS " BFA-NIS
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-BOLSA.
           PERFORM FECHAR-ARQUIVO.

       VARRER-DEPENDENCIAS.
           MOVE "dependencias.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-DEPENDENCIA.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-DEPENDENCIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE DEP-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING DEP-ANO-ORIGEM " " DEP-DISCIPLINA
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-DEPENDENCIA.
           PERFORM FECHAR-ARQUIVO.

       VARRER-CONCEITOS.
           MOVE "conceitos_aluno.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-CONCEITOS.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CONCEITOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE CNC-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING CNC-ANO-LETIVO " " CNC-BIMESTRE "B "
                           CNC-DISCIPLINA
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CONCEITOS.
           PERFORM FECHAR-ARQUIVO.

       VARRER-PORTARIA.
           MOVE "portaria.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-PORTARIA.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PORTARIA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE POR-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING "DATA " POR-DATA " " POR-HORA " " POR-TIPO
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PORTARIA.
           PERFORM FECHAR-ARQUIVO.

       VARRER-CASOS.
           MOVE "casos_orientacao.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-CASO.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CASO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE CAS-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING "CASO " CAS-NUMERO
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CASO.
           PERFORM FECHAR-ARQUIVO.

       VARRER-PASSEIOS.
           MOVE "inscricoes_passeio.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-INSCRICAO-PASSEIO.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-INSCRICAO-PASSEIO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE IPS-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING "PASSEIO " IPS-PASSEIO
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-INSCRICAO-PASSEIO.
           PERFORM FECHAR-ARQUIVO.

       VARRER-CONTA-CANTINA.
           MOVE "cantina_contas.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-CONTA-CANTINA.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CONTA-CANTINA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE CTC-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING "CONTA SITUACAO " CTC-STATUS
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CONTA-CANTINA.
           PERFORM FECHAR-ARQUIVO.

       VARRER-CONTRATURNO.
           MOVE "contraturno_inscricoes.idx" TO WS-ORIGEM.
           PERFORM INICIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-CONTRATURNO.
           IF WS-STATUS-SAT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CONTRATURNO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE ICT-MATRICULA TO WS-MATRICULA-SAT
                       MOVE SPACES TO WS-CHAVE-SAT
                       STRING "ATIVIDADE " ICT-ATIVIDADE " "
                           ICT-ANO-LETIVO
                           DELIMITED BY SIZE INTO WS-CHAVE-SAT
                       END-STRING
                       PERFORM CONFERIR-MATRICULA
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CONTRATURNO.
           PERFORM FECHAR-ARQUIVO.

       VARRER-TURMA-PROFESSOR.
      * Cadastro inteiro em ordem de matricula; turma e professor
      * em branco nao sao cobrados (aluno ainda nao enturmado).
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "REFERENCIAS DO CADASTRO (TURMA / PROFESSOR):"
               TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           OPEN INPUT ARQUIVO-TURMA.
           IF WS-STATUS-TUR = "00"
               MOVE "S" TO WS-TURMAS-ABERTO
           END-IF.
           OPEN INPUT ARQUIVO-PROFESSOR.
           IF WS-STATUS-PROF = "00"
               MOVE "S" TO WS-PROF-ABERTO
           END-IF.
           MOVE ZERO TO MATRICULA-ALUNO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           START ARQUIVO-ALUNOS KEY IS >= MATRICULA-ALUNO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM CONFERIR-TURMA-PROFESSOR
               END-READ
           END-PERFORM.
           IF WS-TURMAS-ABERTO = "S"
               CLOSE ARQUIVO-TURMA
           ELSE
               MOVE "turmas.idx nao encontrado; turmas nao conferidas"
                   TO WS-REL-LINHA
               PERFORM ESCREVER-LINHA
           END-IF.
           IF WS-PROF-ABERTO = "S"
               CLOSE ARQUIVO-PROFESSOR
           ELSE
               MOVE "professores.idx nao encontrado; professores nao"
                   TO WS-REL-LINHA
               MOVE " conferidos" TO WS-REL-LINHA(49:11)
               PERFORM ESCREVER-LINHA
           END-IF.

       CONFERIR-TURMA-PROFESSOR.
           IF WS-TURMAS-ABERTO = "S" AND TURMA NOT = SPACES
               MOVE TURMA TO TUR-CODIGO
               READ ARQUIVO-TURMA
                   INVALID KEY
                       ADD 1 TO WS-SEM-TURMA
                       MOVE SPACES TO WS-REL-LINHA
                       MOVE "alunos.idx" TO WS-REL-LINHA(1:26)
                       MOVE MATRICULA-ALUNO TO WS-REL-LINHA(28:5)
                       STRING "TURMA " TURMA " INEXISTENTE"
                           DELIMITED BY SIZE
                           INTO WS-REL-LINHA(35:30)
                       END-STRING
                       PERFORM ESCREVER-LINHA
               END-READ
           END-IF.
           IF WS-PROF-ABERTO = "S" AND MATRICULA-PROFESSOR NOT = SPACES
               MOVE MATRICULA-PROFESSOR TO PRO-MATRICULA
               READ ARQUIVO-PROFESSOR
                   INVALID KEY
                       ADD 1 TO WS-SEM-PROFESSOR
                       MOVE SPACES TO WS-REL-LINHA
                       MOVE "alunos.idx" TO WS-REL-LINHA(1:26)
                       MOVE MATRICULA-ALUNO TO WS-REL-LINHA(28:5)
                       STRING "PROFESSOR " MATRICULA-PROFESSOR
                           " INEXISTENTE"
                           DELIMITED BY SIZE
                           INTO WS-REL-LINHA(35:30)
                       END-STRING
                       PERFORM ESCREVER-LINHA
               END-READ
           END-IF.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.

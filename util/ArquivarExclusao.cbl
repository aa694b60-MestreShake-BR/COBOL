       IDENTIFICATION DIVISION.
           PROGRAM-ID. ARQUIVAREXCLUSAO.
           AUTHOR. Alexandre S S Alves.

      * Cascata da exclusao de aluno: tira de cada arquivo satelite
      * os registros da matricula excluida e grava a imagem de cada
      * um em exclusoes_arquivo.dat (RegistroArquivoExclusao.cpy),
      * para nao deixar registro orfao aparecendo como fantasma nos
      * relatorios. Satelites: mensalidades.idx,
      * notas_disciplina.idx, frequencia.dat, responsaveis.idx,
      * familias.idx, retirada.idx, ficha_saude.idx,
      * rota_alunos.idx, emprestimos.idx, documentos.idx, aee.idx,
      * vacinacao.idx, bolsa_familia.idx, dependencias.idx,
      * conceitos_aluno.idx, portaria.idx, casos_orientacao.idx,
      * inscricoes_passeio.idx, cantina_contas.idx e
      * contraturno_inscricoes.idx.
      * Nos arquivos cuja chave comeca pela matricula o registro e
      * achado por START e excluido, e o START e refeito a cada
      * exclusao (excluir no meio do READ NEXT embaralharia a
      * leitura); emprestimos (chave do exemplar), casos de
      * orientacao (numero do caso) e inscricoes em passeio (chave
      * do passeio) sao varridos e as chaves guardadas antes de
      * excluir; a
      * frequencia, sequencial, e regravada sem as linhas do aluno
      * pelo arquivo de trabalho frequencia.tmp, como a lista de
      * espera faz. Quem chama ja conferiu as pendencias
      * (PENDENCIASEXCLUSAO). Devolve quantos registros arquivou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-EXCLUSAO ASSIGN TO "exclusoes_arquivo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXA.
           SELECT ARQUIVO-MENSALIDADE ASSIGN TO "mensalidades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WS-STATUS-MEN.
           SELECT ARQUIVO-NOTAS-DISC ASSIGN TO "notas_disciplina.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-CHAVE
               FILE STATUS IS WS-STATUS-ND.
           SELECT ARQUIVO-FREQUENCIA ASSIGN TO "frequencia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FRQ.
           SELECT ARQUIVO-FREQUENCIA-TMP ASSIGN TO "frequencia.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TMP.
           SELECT ARQUIVO-RESPONSAVEL ASSIGN TO "responsaveis.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-STATUS-RSP.
           SELECT ARQUIVO-FAMILIA ASSIGN TO "familias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-MATRICULA
               FILE STATUS IS WS-STATUS-FAM.
           SELECT ARQUIVO-RETIRADA ASSIGN TO "retirada.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CHAVE
               FILE STATUS IS WS-STATUS-RET.
           SELECT ARQUIVO-SAUDE ASSIGN TO "ficha_saude.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAU-MATRICULA
               FILE STATUS IS WS-STATUS-SAU.
           SELECT ARQUIVO-ROTA-ALUNO ASSIGN TO "rota_alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAL-MATRICULA
               FILE STATUS IS WS-STATUS-RAL.
           SELECT ARQUIVO-EMPRESTIMO ASSIGN TO "emprestimos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WS-STATUS-EMP.
           SELECT ARQUIVO-DOCUMENTO ASSIGN TO "documentos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-CHAVE
               FILE STATUS IS WS-STATUS-DOC.
           SELECT ARQUIVO-AEE ASSIGN TO "aee.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AEE-MATRICULA
               FILE STATUS IS WS-STATUS-AEE.
           SELECT ARQUIVO-VACINACAO ASSIGN TO "vacinacao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-MATRICULA
               FILE STATUS IS WS-STATUS-VAC.
           SELECT ARQUIVO-BOLSA ASSIGN TO "bolsa_familia.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BFA-MATRICULA
               FILE STATUS IS WS-STATUS-BFA.
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
           SELECT ARQUIVO-PORTARIA ASSIGN TO "portaria.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-CHAVE
               FILE STATUS IS WS-STATUS-POR.
           SELECT ARQUIVO-CASO ASSIGN TO "casos_orientacao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-NUMERO
               FILE STATUS IS WS-STATUS-CAS.
           SELECT ARQUIVO-INSCRICAO-PASSEIO
               ASSIGN TO "inscricoes_passeio.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPS-CHAVE
               FILE STATUS IS WS-STATUS-IPS.
           SELECT ARQUIVO-CONTA-CANTINA ASSIGN TO "cantina_contas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-MATRICULA
               FILE STATUS IS WS-STATUS-CTC.
           SELECT ARQUIVO-CONTRATURNO
               ASSIGN TO "contraturno_inscricoes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICT-CHAVE
               ALTERNATE RECORD KEY IS ICT-ATIVIDADE-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ICT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-EXCLUSAO.
           COPY "RegistroArquivoExclusao.cpy".

       FD  ARQUIVO-MENSALIDADE.
           COPY "RegistroMensalidade.cpy".

       FD  ARQUIVO-NOTAS-DISC.
           COPY "RegistroNotaDisciplina.cpy".

       FD  ARQUIVO-FREQUENCIA.
           COPY "RegistroFrequencia.cpy".

       FD  ARQUIVO-FREQUENCIA-TMP.
       01 REG-FREQUENCIA-TMP PIC X(19).

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
       01 WS-STATUS-EXA PIC X(2).
       01 WS-STATUS-MEN PIC X(2).
       01 WS-STATUS-ND PIC X(2).
       01 WS-STATUS-FRQ PIC X(2).
       01 WS-STATUS-TMP PIC X(2).
       01 WS-STATUS-RSP PIC X(2).
       01 WS-STATUS-FAM PIC X(2).
       01 WS-STATUS-RET PIC X(2).
       01 WS-STATUS-SAU PIC X(2).
       01 WS-STATUS-RAL PIC X(2).
       01 WS-STATUS-EMP PIC X(2).
       01 WS-STATUS-DOC PIC X(2).
       01 WS-STATUS-AEE PIC X(2).
       01 WS-STATUS-VAC PIC X(2).
       01 WS-STATUS-BFA PIC X(2).
       01 WS-STATUS-DEP PIC X(2).
       01 WS-STATUS-CNC PIC X(2).
       01 WS-STATUS-POR PIC X(2).
       01 WS-STATUS-CAS PIC X(2).
       01 WS-STATUS-IPS PIC X(2).
       01 WS-STATUS-CTC PIC X(2).
       01 WS-STATUS-ICT PIC X(2).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-ACHOU PIC X.
       01 WS-DATA-HORA PIC X(21).
       01 WS-HOJE PIC 9(8).
       01 WS-OPERADOR-SESSAO PIC X(8).
       01 WS-PERFIL-SESSAO PIC X(1).
       01 WS-FRQ-DO-ALUNO PIC 9(5).
      * Chaves dos emprestimos do aluno, guardadas na varredura.
       01 WS-TAB-EMPRESTIMOS.
           05 WS-EMP-CHAVE OCCURS 200 TIMES PIC X(8).
       01 WS-TOTAL-EMP PIC 9(3).
       01 WS-E PIC 9(3).
      * Chaves dos casos de orientacao e das inscricoes em passeio
      * do aluno, guardadas na varredura.
       01 WS-TAB-CHAVES.
           05 WS-CHAVE-GUARDADA OCCURS 200 TIMES PIC X(10).
       01 WS-TOTAL-CHAVES PIC 9(3).

       LINKAGE SECTION.
       01 LK-MATRICULA PIC 9(5).
       01 LK-TOTAL-ARQUIVADOS PIC 9(5).

       PROCEDURE DIVISION USING LK-MATRICULA LK-TOTAL-ARQUIVADOS.
       PRINCIPAL.
           MOVE ZERO TO LK-TOTAL-ARQUIVADOS.
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           OPEN EXTEND ARQUIVO-EXCLUSAO.
           IF WS-STATUS-EXA = "35"
               OPEN OUTPUT ARQUIVO-EXCLUSAO
           END-IF.
           IF WS-STATUS-EXA NOT = "00"
               DISPLAY "exclusoes_arquivo.dat indisponivel (STATUS="
                   WS-STATUS-EXA "); satelites nao arquivados."
               GOBACK
           END-IF.
           PERFORM ARQUIVAR-MENSALIDADES.
           PERFORM ARQUIVAR-NOTAS-DISCIPLINA.
           PERFORM ARQUIVAR-FREQUENCIA.
           PERFORM ARQUIVAR-RESPONSAVEL.
           PERFORM ARQUIVAR-FAMILIA.
           PERFORM ARQUIVAR-RETIRADA.
           PERFORM ARQUIVAR-SAUDE.
           PERFORM ARQUIVAR-ROTA.
           PERFORM ARQUIVAR-EMPRESTIMOS.
           PERFORM ARQUIVAR-DOCUMENTOS.
           PERFORM ARQUIVAR-AEE.
           PERFORM ARQUIVAR-VACINACAO.
           PERFORM ARQUIVAR-BOLSA-FAMILIA.
           PERFORM ARQUIVAR-DEPENDENCIAS.
           PERFORM ARQUIVAR-CONCEITOS.
           PERFORM ARQUIVAR-PORTARIA.
           PERFORM ARQUIVAR-CASOS.
           PERFORM ARQUIVAR-PASSEIOS.
           PERFORM ARQUIVAR-CONTA-CANTINA.
           PERFORM ARQUIVAR-CONTRATURNO.
           CLOSE ARQUIVO-EXCLUSAO.
           GOBACK.

       GRAVAR-ARQUIVO-EXCLUSAO.
      * EXA-ORIGEM e EXA-REGISTRO ja montados pelo chamador.
           MOVE LK-MATRICULA TO EXA-MATRICULA.
           MOVE WS-HOJE TO EXA-DATA.
           MOVE WS-OPERADOR-SESSAO TO EXA-OPERADOR.
           WRITE REG-ARQUIVO-EXCLUSAO.
           ADD 1 TO LK-TOTAL-ARQUIVADOS.

       ARQUIVAR-MENSALIDADES.
           OPEN I-O ARQUIVO-MENSALIDADE.
           IF WS-STATUS-MEN NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-ACHOU.
           PERFORM UNTIL WS-ACHOU = "N"
               MOVE "N" TO WS-ACHOU
               MOVE LK-MATRICULA TO MEN-MATRICULA
               MOVE ZERO TO MEN-COMPETENCIA
               START ARQUIVO-MENSALIDADE KEY IS >= MEN-CHAVE
                   NOT INVALID KEY
                       READ ARQUIVO-MENSALIDADE NEXT RECORD
                           NOT AT END
                               IF MEN-MATRICULA = LK-MATRICULA
                                   MOVE "S" TO WS-ACHOU
                               END-IF
                       END-READ
               END-START
               IF WS-ACHOU = "S"
                   MOVE "mensalidades.idx" TO EXA-ORIGEM
                   MOVE REG-MENSALIDADE TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-MENSALIDADE
                       INVALID KEY
                           MOVE "N" TO WS-ACHOU
                   END-DELETE
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-MENSALIDADE.

       ARQUIVAR-NOTAS-DISCIPLINA.
           OPEN I-O ARQUIVO-NOTAS-DISC.
           IF WS-STATUS-ND NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-ACHOU.
           PERFORM UNTIL WS-ACHOU = "N"
               MOVE "N" TO WS-ACHOU
               MOVE LK-MATRICULA TO ND-MATRICULA
               MOVE ZERO TO ND-ANO-LETIVO
               MOVE LOW-VALUES TO ND-DISCIPLINA
               MOVE ZERO TO ND-BIMESTRE
               START ARQUIVO-NOTAS-DISC KEY IS >= ND-CHAVE
                   NOT INVALID KEY
                       READ ARQUIVO-NOTAS-DISC NEXT RECORD
                           NOT AT END
                               IF ND-MATRICULA = LK-MATRICULA
                                   MOVE "S" TO WS-ACHOU
                               END-IF
                       END-READ
               END-START
               IF WS-ACHOU = "S"
                   MOVE "notas_disciplina.idx" TO EXA-ORIGEM
                   MOVE REG-NOTA-DISC TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-NOTAS-DISC
                       INVALID KEY
                           MOVE "N" TO WS-ACHOU
                   END-DELETE
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-NOTAS-DISC.

       ARQUIVAR-FREQUENCIA.
      * Primeira passada: linhas do aluno para o arquivo de
      * exclusao, as demais para frequencia.tmp. So havendo linha
      * do aluno o frequencia.dat e regravado a partir do .tmp.
           MOVE ZERO TO WS-FRQ-DO-ALUNO.
           OPEN INPUT ARQUIVO-FREQUENCIA.
           IF WS-STATUS-FRQ NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQUIVO-FREQUENCIA-TMP.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-FREQUENCIA
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF FRQ-MATRICULA = LK-MATRICULA
                           ADD 1 TO WS-FRQ-DO-ALUNO
                           MOVE "frequencia.dat" TO EXA-ORIGEM
                           MOVE REG-FREQUENCIA TO EXA-REGISTRO
                           PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                       ELSE
                           WRITE REG-FREQUENCIA-TMP
                               FROM REG-FREQUENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-FREQUENCIA.
           CLOSE ARQUIVO-FREQUENCIA-TMP.
           IF WS-FRQ-DO-ALUNO = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-FREQUENCIA-TMP.
           OPEN OUTPUT ARQUIVO-FREQUENCIA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-FREQUENCIA-TMP
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       WRITE REG-FREQUENCIA FROM REG-FREQUENCIA-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-FREQUENCIA-TMP.
           CLOSE ARQUIVO-FREQUENCIA.

       ARQUIVAR-RESPONSAVEL.
           OPEN I-O ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-MATRICULA TO RSP-MATRICULA.
           READ ARQUIVO-RESPONSAVEL
               NOT INVALID KEY
                   MOVE "responsaveis.idx" TO EXA-ORIGEM
                   MOVE REG-RESPONSAVEL TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-RESPONSAVEL
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.
           CLOSE ARQUIVO-RESPONSAVEL.

       ARQUIVAR-FAMILIA.
           OPEN I-O ARQUIVO-FAMILIA.
           IF WS-STATUS-FAM NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-MATRICULA TO FAM-MATRICULA.
           READ ARQUIVO-FAMILIA
               NOT INVALID KEY
                   MOVE "familias.idx" TO EXA-ORIGEM
                   MOVE REG-FAMILIA TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-FAMILIA
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.
           CLOSE ARQUIVO-FAMILIA.

       ARQUIVAR-RETIRADA.
           OPEN I-O ARQUIVO-RETIRADA.
           IF WS-STATUS-RET NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-ACHOU.
           PERFORM UNTIL WS-ACHOU = "N"
               MOVE "N" TO WS-ACHOU
               MOVE LK-MATRICULA TO RET-MATRICULA
               MOVE ZERO TO RET-SEQ
               START ARQUIVO-RETIRADA KEY IS >= RET-CHAVE
                   NOT INVALID KEY
                       READ ARQUIVO-RETIRADA NEXT RECORD
                           NOT AT END
                               IF RET-MATRICULA = LK-MATRICULA
                                   MOVE "S" TO WS-ACHOU
                               END-IF
                       END-READ
               END-START
               IF WS-ACHOU = "S"
                   MOVE "retirada.idx" TO EXA-ORIGEM
                   MOVE REG-RETIRADA TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-RETIRADA
                       INVALID KEY
                           MOVE "N" TO WS-ACHOU
                   END-DELETE
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-RETIRADA.

       ARQUIVAR-SAUDE.
           OPEN I-O ARQUIVO-SAUDE.
           IF WS-STATUS-SAU NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-MATRICULA TO SAU-MATRICULA.
           READ ARQUIVO-SAUDE
               NOT INVALID KEY
                   MOVE "ficha_saude.idx" TO EXA-ORIGEM
                   MOVE REG-SAUDE TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-SAUDE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.
           CLOSE ARQUIVO-SAUDE.

       ARQUIVAR-ROTA.
           OPEN I-O ARQUIVO-ROTA-ALUNO.
           IF WS-STATUS-RAL NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-MATRICULA TO RAL-MATRICULA.
           READ ARQUIVO-ROTA-ALUNO
               NOT INVALID KEY
                   MOVE "rota_alunos.idx" TO EXA-ORIGEM
                   MOVE REG-ROTA-ALUNO TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-ROTA-ALUNO
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.
           CLOSE ARQUIVO-ROTA-ALUNO.

       ARQUIVAR-EMPRESTIMOS.
           OPEN I-O ARQUIVO-EMPRESTIMO.
           IF WS-STATUS-EMP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-TOTAL-EMP.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-EMPRESTIMO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF EMP-MATRICULA = LK-MATRICULA
                               AND WS-TOTAL-EMP < 200
                           ADD 1 TO WS-TOTAL-EMP
                           MOVE EMP-CHAVE TO WS-EMP-CHAVE(WS-TOTAL-EMP)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-TOTAL-EMP
               MOVE WS-EMP-CHAVE(WS-E) TO EMP-CHAVE
               READ ARQUIVO-EMPRESTIMO
                   NOT INVALID KEY
                       MOVE "emprestimos.idx" TO EXA-ORIGEM
                       MOVE REG-EMPRESTIMO TO EXA-REGISTRO
                       PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                       DELETE ARQUIVO-EMPRESTIMO
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-EMPRESTIMO.

       ARQUIVAR-DOCUMENTOS.
           OPEN I-O ARQUIVO-DOCUMENTO.
           IF WS-STATUS-DOC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-ACHOU.
           PERFORM UNTIL WS-ACHOU = "N"
               MOVE "N" TO WS-ACHOU
               MOVE LK-MATRICULA TO DOC-MATRICULA
               MOVE ZERO TO DOC-TIPO
               START ARQUIVO-DOCUMENTO KEY IS >= DOC-CHAVE
                   NOT INVALID KEY
                       READ ARQUIVO-DOCUMENTO NEXT RECORD
                           NOT AT END
                               IF DOC-MATRICULA = LK-MATRICULA
                                   MOVE "S" TO WS-ACHOU
                               END-IF
                       END-READ
               END-START
               IF WS-ACHOU = "S"
                   MOVE "documentos.idx" TO EXA-ORIGEM
                   MOVE REG-DOCUMENTO TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-DOCUMENTO
                       INVALID KEY
                           MOVE "N" TO WS-ACHOU
                   END-DELETE
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-DOCUMENTO.

       ARQUIVAR-AEE.
           OPEN I-O ARQUIVO-AEE.
           IF WS-STATUS-AEE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-MATRICULA TO AEE-MATRICULA.
           READ ARQUIVO-AEE
               NOT INVALID KEY
                   MOVE "aee.idx" TO EXA-ORIGEM
                   MOVE REG-AEE TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-AEE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.
           CLOSE ARQUIVO-AEE.

       ARQUIVAR-VACINACAO.
           OPEN I-O ARQUIVO-VACINACAO.
           IF WS-STATUS-VAC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-MATRICULA TO VAC-MATRICULA.
           READ ARQUIVO-VACINACAO
               NOT INVALID KEY
                   MOVE "vacinacao.idx" TO EXA-ORIGEM
                   MOVE REG-VACINACAO TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-VACINACAO
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.
           CLOSE ARQUIVO-VACINACAO.

       ARQUIVAR-BOLSA-FAMILIA.
           OPEN I-O ARQUIVO-BOLSA.
           IF WS-STATUS-BFA NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-MATRICULA TO BFA-MATRICULA.
           READ ARQUIVO-BOLSA
               NOT INVALID KEY
                   MOVE "bolsa_familia.idx" TO EXA-ORIGEM
                   MOVE REG-BOLSA-FAMILIA TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-BOLSA
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.
           CLOSE ARQUIVO-BOLSA.

       ARQUIVAR-DEPENDENCIAS.
           OPEN I-O ARQUIVO-DEPENDENCIA.
           IF WS-STATUS-DEP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-ACHOU.
           PERFORM UNTIL WS-ACHOU = "N"
               MOVE "N" TO WS-ACHOU
               MOVE LK-MATRICULA TO DEP-MATRICULA
               MOVE LOW-VALUES TO DEP-DISCIPLINA
               MOVE ZERO TO DEP-ANO-ORIGEM
               START ARQUIVO-DEPENDENCIA KEY IS >= DEP-CHAVE
                   NOT INVALID KEY
                       READ ARQUIVO-DEPENDENCIA NEXT RECORD
                           NOT AT END
                               IF DEP-MATRICULA = LK-MATRICULA
                                   MOVE "S" TO WS-ACHOU
                               END-IF
                       END-READ
               END-START
               IF WS-ACHOU = "S"
                   MOVE "dependencias.idx" TO EXA-ORIGEM
                   MOVE REG-DEPENDENCIA TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-DEPENDENCIA
                       INVALID KEY
                           MOVE "N" TO WS-ACHOU
                   END-DELETE
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-DEPENDENCIA.

       ARQUIVAR-CONCEITOS.
           OPEN I-O ARQUIVO-CONCEITOS.
           IF WS-STATUS-CNC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-ACHOU.
           PERFORM UNTIL WS-ACHOU = "N"
               MOVE "N" TO WS-ACHOU
               MOVE LK-MATRICULA TO CNC-MATRICULA
               MOVE ZERO TO CNC-ANO-LETIVO
               MOVE LOW-VALUES TO CNC-DISCIPLINA
               MOVE ZERO TO CNC-BIMESTRE
               MOVE ZERO TO CNC-OBJETIVO
               START ARQUIVO-CONCEITOS KEY IS >= CNC-CHAVE
                   NOT INVALID KEY
                       READ ARQUIVO-CONCEITOS NEXT RECORD
                           NOT AT END
                               IF CNC-MATRICULA = LK-MATRICULA
                                   MOVE "S" TO WS-ACHOU
                               END-IF
                       END-READ
               END-START
               IF WS-ACHOU = "S"
                   MOVE "conceitos_aluno.idx" TO EXA-ORIGEM
                   MOVE REG-CONCEITO TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-CONCEITOS
                       INVALID KEY
                           MOVE "N" TO WS-ACHOU
                   END-DELETE
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-CONCEITOS.

       ARQUIVAR-PORTARIA.
           OPEN I-O ARQUIVO-PORTARIA.
           IF WS-STATUS-POR NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-ACHOU.
           PERFORM UNTIL WS-ACHOU = "N"
               MOVE "N" TO WS-ACHOU
               MOVE LK-MATRICULA TO POR-MATRICULA
               MOVE ZERO TO POR-DATA
               MOVE ZERO TO POR-HORA
               START ARQUIVO-PORTARIA KEY IS >= POR-CHAVE
                   NOT INVALID KEY
                       READ ARQUIVO-PORTARIA NEXT RECORD
                           NOT AT END
                               IF POR-MATRICULA = LK-MATRICULA
                                   MOVE "S" TO WS-ACHOU
                               END-IF
                       END-READ
               END-START
               IF WS-ACHOU = "S"
                   MOVE "portaria.idx" TO EXA-ORIGEM
                   MOVE REG-PORTARIA TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-PORTARIA
                       INVALID KEY
                           MOVE "N" TO WS-ACHOU
                   END-DELETE
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-PORTARIA.

       ARQUIVAR-CASOS.
      * Casos sao chaveados pelo numero: varredura.
           OPEN I-O ARQUIVO-CASO.
           IF WS-STATUS-CAS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-TOTAL-CHAVES.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CASO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CAS-MATRICULA = LK-MATRICULA
                               AND WS-TOTAL-CHAVES < 200
                           ADD 1 TO WS-TOTAL-CHAVES
                           MOVE CAS-NUMERO
                               TO WS-CHAVE-GUARDADA(WS-TOTAL-CHAVES)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-TOTAL-CHAVES
               MOVE WS-CHAVE-GUARDADA(WS-E)(1:5) TO CAS-NUMERO
               READ ARQUIVO-CASO
                   NOT INVALID KEY
                       MOVE "casos_orientacao.idx" TO EXA-ORIGEM
                       MOVE REG-CASO TO EXA-REGISTRO
                       PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                       DELETE ARQUIVO-CASO
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-CASO.

       ARQUIVAR-PASSEIOS.
      * A chave comeca pelo passeio: varredura.
           OPEN I-O ARQUIVO-INSCRICAO-PASSEIO.
           IF WS-STATUS-IPS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-TOTAL-CHAVES.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-INSCRICAO-PASSEIO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF IPS-MATRICULA = LK-MATRICULA
                               AND WS-TOTAL-CHAVES < 200
                           ADD 1 TO WS-TOTAL-CHAVES
                           MOVE IPS-CHAVE
                               TO WS-CHAVE-GUARDADA(WS-TOTAL-CHAVES)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-TOTAL-CHAVES
               MOVE WS-CHAVE-GUARDADA(WS-E) TO IPS-CHAVE
               READ ARQUIVO-INSCRICAO-PASSEIO
                   NOT INVALID KEY
                       MOVE "inscricoes_passeio.idx" TO EXA-ORIGEM
                       MOVE REG-INSCRICAO-PASSEIO TO EXA-REGISTRO
                       PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                       DELETE ARQUIVO-INSCRICAO-PASSEIO
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-INSCRICAO-PASSEIO.

       ARQUIVAR-CONTA-CANTINA.
           OPEN I-O ARQUIVO-CONTA-CANTINA.
           IF WS-STATUS-CTC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-MATRICULA TO CTC-MATRICULA.
           READ ARQUIVO-CONTA-CANTINA
               NOT INVALID KEY
                   MOVE "cantina_contas.idx" TO EXA-ORIGEM
                   MOVE REG-CONTA-CANTINA TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-CONTA-CANTINA
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.
           CLOSE ARQUIVO-CONTA-CANTINA.

       ARQUIVAR-CONTRATURNO.
           OPEN I-O ARQUIVO-CONTRATURNO.
           IF WS-STATUS-ICT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-ACHOU.
           PERFORM UNTIL WS-ACHOU = "N"
               MOVE "N" TO WS-ACHOU
               MOVE LK-MATRICULA TO ICT-MATRICULA
               MOVE ZERO TO ICT-ANO-LETIVO
               MOVE LOW-VALUES TO ICT-ATIVIDADE
               START ARQUIVO-CONTRATURNO KEY IS >= ICT-CHAVE
                   NOT INVALID KEY
                       READ ARQUIVO-CONTRATURNO NEXT RECORD
                           NOT AT END
                               IF ICT-MATRICULA = LK-MATRICULA
                                   MOVE "S" TO WS-ACHOU
                               END-IF
                       END-READ
               END-START
               IF WS-ACHOU = "S"
                   MOVE "contraturno_inscricoes.idx" TO EXA-ORIGEM
                   MOVE REG-INSCRICAO-CONTRATURNO TO EXA-REGISTRO
                   PERFORM GRAVAR-ARQUIVO-EXCLUSAO
                   DELETE ARQUIVO-CONTRATURNO
                       INVALID KEY
                           MOVE "N" TO WS-ACHOU
                   END-DELETE
               END-IF
           END-PERFORM.
           CLOSE ARQUIVO-CONTRATURNO.

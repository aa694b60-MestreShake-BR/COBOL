       IDENTIFICATION DIVISION.
           PROGRAM-ID. AVALIACOESEXTERNAS.
           AUTHOR. Alexandre S S Alves.

      * Resultados de avaliacoes externas (SAEB, avaliacao estadual,
      * ENEM, olimpiadas) ao lado das notas internas.
      * A carga le avaliacoes_externas.csv, montado a partir do
      * arquivo do organizador, uma linha por aluno e area:
      *   AVALIACAO;ANO;AREA;MATRICULA;NOME;NASCIMENTO;RESULTADO;
      *   ESCALA
      * (cabecalho na primeira linha; NASCIMENTO em AAAAMMDD;
      * RESULTADO com ponto ou virgula; ESCALA e a nota maxima da
      * avaliacao). O aluno e achado pela matricula em alunos.idx
      * ou, sem ela, pelo nome em alunos_nomes.idx (como esta no
      * cadastro, nas 20 primeiras posicoes) com a data de
      * nascimento conferida na carteira de vacinacao
      * (vacinacao.idx); so um candidato confirmado vincula. O
      * resultado vai para avaliacoes_externas.idx por avaliacao,
      * ano e area, com a turma do aluno na carga; o que nao casa
      * vai para avaliacoes_pendentes.idx com o motivo, para o
      * vinculo manual pelo menu. Cada linha recebe uma disposicao
      * em avaliacoes_disposicao.csv, no desenho de IMPPROFCSV.
      * O comparativo (avaliacao_comparativo.rel) poe, por turma, a
      * media externa (na escala original e levada a 0-10) ao lado
      * da media interna dos mesmos alunos nas disciplinas que
      * correspondem a area (notas_disciplina.idx, media dos
      * bimestres lancados no ano), e destaca a turma cujo desvio
      * em relacao a media da escola na nota interna se afasta do
      * desvio na externa em WS-LIMIAR-DESTAQUE pontos ou mais:
      * nota interna alta com externa baixa, ou o inverso.
      * Perfil de consulta so lista pendencias e emite o
      * comparativo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CSV ASSIGN TO "avaliacoes_externas.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSV.
           SELECT ARQUIVO-DISPOSICAO
               ASSIGN TO "avaliacoes_disposicao.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIS.
           SELECT ARQUIVO-AVALIACAO ASSIGN TO "avaliacoes_externas.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVX-CHAVE
               FILE STATUS IS WS-STATUS-AVX.
           SELECT ARQUIVO-PENDENTE ASSIGN TO "avaliacoes_pendentes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVP-CHAVE
               FILE STATUS IS WS-STATUS-AVP.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ALU.
           SELECT ARQUIVO-INDICE-NOME ASSIGN TO "alunos_nomes.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NIX-CHAVE
               FILE STATUS IS WS-STATUS-NIX.
           SELECT ARQUIVO-VACINACAO ASSIGN TO "vacinacao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-MATRICULA
               FILE STATUS IS WS-STATUS-VAC.
           SELECT ARQUIVO-NOTAS ASSIGN TO "notas_disciplina.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-CHAVE
               FILE STATUS IS WS-STATUS-ND.
           SELECT WORK-COMPARATIVO ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CSV.
       01 REGISTRO-CSV PIC X(200).

       FD  ARQUIVO-DISPOSICAO.
       01 LINHA-DISPOSICAO PIC X(120).

       FD  ARQUIVO-AVALIACAO.
           COPY "RegistroAvaliacaoExterna.cpy".

       FD  ARQUIVO-PENDENTE.
           COPY "RegistroAvaliacaoPendente.cpy".

       FD  ARQUIVO-ALUNOS.
           COPY "RegistroAluno.cpy".

       FD  ARQUIVO-INDICE-NOME.
           COPY "RegistroIndiceNome.cpy".

       FD  ARQUIVO-VACINACAO.
           COPY "RegistroVacinacao.cpy".

       FD  ARQUIVO-NOTAS.
           COPY "RegistroNotaDisciplina.cpy".

       SD  WORK-COMPARATIVO.
       01 REG-SORT-COMPARATIVO.
           05 SRT-TURMA PIC X(10).
           05 SRT-MATRICULA PIC 9(5).
           05 SRT-RESULTADO PIC 9(4)V9(2).
           05 SRT-EXTERNA PIC 9(2)V9(2).
           05 SRT-TEM-INTERNA PIC X(1).
           05 SRT-INTERNA PIC 9(3)V9(2).

       WORKING-STORAGE SECTION.
       01 WS-OPCAO PIC 9.
       01 WS-STATUS-CSV PIC X(2).
       01 WS-STATUS-DIS PIC X(2).
       01 WS-STATUS-AVX PIC X(2).
       01 WS-STATUS-AVP PIC X(2).
       01 WS-STATUS-ALU PIC X(2).
       01 WS-STATUS-NIX PIC X(2).
       01 WS-STATUS-VAC PIC X(2).
       01 WS-STATUS-ND PIC X(2).
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-PODE-MANTER PIC X.
       01 WS-DATA-HORA PIC X(20).
       01 WS-HOJE PIC 9(8).
       01 WS-FIM-ARQUIVO PIC X.
       01 WS-FIM-NOMES PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-NOMES-OK PIC X.
       01 WS-VACINAS-OK PIC X.

      * Linha da carga.
       01 WS-LINHA-NUM PIC 9(5) VALUE ZERO.
       01 WS-CAMPOS.
           05 WS-CAMPO PIC X(40) OCCURS 8 TIMES.
       01 WS-CONTADOR-CAMPOS PIC 9(2).
       01 WS-AVALIACAO PIC X(10).
       01 WS-ANO PIC 9(4).
       01 WS-AREA PIC X(20).
       01 WS-MATRICULA-INFORMADA PIC X(10).
       01 WS-NOME PIC X(40).
       01 WS-NASCIMENTO PIC 9(8).
       01 WS-RESULTADO PIC 9(4)V9(2).
       01 WS-ESCALA PIC 9(4).
       01 WS-MATRICULA PIC 9(5).
       01 WS-CANDIDATOS PIC 9(3).
       01 WS-CONFIRMADOS PIC 9(3).
       01 WS-VINCULO PIC X(1).
       01 WS-DISPOSICAO PIC X(10).
       01 WS-MOTIVO PIC X(30).
       01 WS-TOT-VINCULADOS PIC 9(5) VALUE ZERO.
       01 WS-TOT-PENDENTES PIC 9(5) VALUE ZERO.
       01 WS-TOT-REJEITADOS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL PIC 9(5).

      * Comparativo.
       01 WS-TAB-DISCIPLINAS.
           05 WS-DISC PIC X(20) OCCURS 4 TIMES.
       01 WS-QTD-DISC PIC 9(1).
       01 WS-IND-DISC PIC 9(1).
       01 WS-BIM PIC 9(1).
       01 WS-DISCIPLINA PIC X(20).
       01 WS-STATUS-DISCIPLINA PIC X.
       01 WS-FIM-DISC PIC X.
       01 WS-SOMA-NOTAS PIC 9(5)V9(2).
       01 WS-QTD-NOTAS PIC 9(3).
       01 WS-LIMIAR-DESTAQUE PIC 9(1)V9(2) VALUE 1.00.
       01 WS-TAB-TURMAS.
           05 WS-TT-ENT OCCURS 100 TIMES.
               10 WS-TT-TURMA PIC X(10).
               10 WS-TT-ALUNOS PIC 9(4).
               10 WS-TT-SOMA-RESULTADO PIC 9(8)V9(2).
               10 WS-TT-SOMA-EXTERNA PIC 9(6)V9(2).
               10 WS-TT-PAREADOS PIC 9(4).
               10 WS-TT-SOMA-INTERNA PIC 9(6)V9(2).
       01 WS-TT-QTD PIC 9(3).
       01 WS-IND PIC 9(3).
       01 WS-FIM-SORT PIC X.
       01 WS-ESC-ALUNOS PIC 9(5).
       01 WS-ESC-SOMA-EXTERNA PIC 9(7)V9(2).
       01 WS-ESC-PAREADOS PIC 9(5).
       01 WS-ESC-SOMA-INTERNA PIC 9(7)V9(2).
       01 WS-ESC-EXTERNA PIC 9(2)V9(2).
       01 WS-ESC-INTERNA PIC 9(3)V9(2).
       01 WS-MEDIA-RESULTADO PIC 9(4)V9(1).
       01 WS-MEDIA-EXTERNA PIC 9(2)V9(2).
       01 WS-MEDIA-INTERNA PIC 9(3)V9(2).
       01 WS-DESVIO-INTERNO PIC S9(3)V9(2).
       01 WS-DESVIO-EXTERNO PIC S9(3)V9(2).
       01 WS-DIFERENCA PIC S9(3)V9(2).
       01 WS-TOT-DESTAQUES PIC 9(3).
       01 WS-ED-QTD PIC ZZZ9.
       01 WS-ED-RESULTADO PIC ZZZ9.9.
       01 WS-ED-NOTA PIC Z9.99.
       01 WS-ED-DESVIO PIC -Z9.99.
       01 WS-REL-NOME PIC X(30).
       01 WS-REL-TITULO PIC X(40).
       01 WS-REL-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "CONFIGAMBIENTE".
           CALL "OPERADORATUAL" USING WS-OPERADOR-SESSAO
               WS-PERFIL-SESSAO.
           DISPLAY "-----------------------------------".
           DISPLAY "   Avaliacoes Externas             ".
           DISPLAY "-----------------------------------".
           DISPLAY "1 -  Importar Resultados (CSV)     ".
           DISPLAY "2 -  Vincular Pendentes            ".
           DISPLAY "3 -  Listar Pendentes              ".
           DISPLAY "4 -  Comparar com Notas Internas   ".
           DISPLAY "5 -  Sair                          ".
           DISPLAY "-----------------------------------".
           DISPLAY "Escolha uma opcao:                 ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM IMPORTAR-RESULTADOS
                   END-IF
               WHEN 2
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM VINCULAR-PENDENTES
                   END-IF
               WHEN 3
                   PERFORM LISTAR-PENDENTES
               WHEN 4
                   PERFORM COMPARAR-NOTAS
               WHEN 5
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
           END-EVALUATE.
           PERFORM PRINCIPAL.

       EXIGIR-MANUTENCAO.
           IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
               MOVE "N" TO WS-PODE-MANTER
               DISPLAY "Permissao negada: perfil de consulta."
           ELSE
               MOVE "S" TO WS-PODE-MANTER
           END-IF.

       ESCREVER-LINHA.
           CALL "REL-LINHA" USING WS-REL-LINHA.
           MOVE SPACES TO WS-REL-LINHA.

       ABRIR-AVALIACOES.
           OPEN I-O ARQUIVO-AVALIACAO.
           IF WS-STATUS-AVX = "35"
               OPEN OUTPUT ARQUIVO-AVALIACAO
               CLOSE ARQUIVO-AVALIACAO
               OPEN I-O ARQUIVO-AVALIACAO
           END-IF.
           IF WS-STATUS-AVX NOT = "00"
               DISPLAY "Erro ao abrir avaliacoes_externas.idx. STATUS="
                   WS-STATUS-AVX
           END-IF.

       ABRIR-PENDENTES.
           OPEN I-O ARQUIVO-PENDENTE.
           IF WS-STATUS-AVP = "35"
               OPEN OUTPUT ARQUIVO-PENDENTE
               CLOSE ARQUIVO-PENDENTE
               OPEN I-O ARQUIVO-PENDENTE
           END-IF.
           IF WS-STATUS-AVP NOT = "00"
               DISPLAY "Erro ao abrir avaliacoes_pendentes.idx. STATUS="
                   WS-STATUS-AVP
           END-IF.

       IMPORTAR-RESULTADOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           MOVE ZERO TO WS-LINHA-NUM WS-TOT-VINCULADOS
               WS-TOT-PENDENTES WS-TOT-REJEITADOS.
           OPEN INPUT ARQUIVO-CSV.
           IF WS-STATUS-CSV NOT = "00"
               DISPLAY "avaliacoes_externas.csv nao encontrado "
                   "(STATUS=" WS-STATUS-CSV ")."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU "). Carga cancelada."
               CLOSE ARQUIVO-CSV
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-AVALIACOES.
           PERFORM ABRIR-PENDENTES.
           IF WS-STATUS-AVX NOT = "00" OR WS-STATUS-AVP NOT = "00"
               CLOSE ARQUIVO-CSV ARQUIVO-ALUNOS ARQUIVO-AVALIACAO
                   ARQUIVO-PENDENTE
               EXIT PARAGRAPH
           END-IF.
      * Sem indice de nomes ou sem carteira de vacinacao so casa
      * quem veio com matricula; o resto fica pendente.
           MOVE "N" TO WS-NOMES-OK WS-VACINAS-OK.
           OPEN INPUT ARQUIVO-INDICE-NOME.
           IF WS-STATUS-NIX = "00"
               MOVE "S" TO WS-NOMES-OK
           END-IF.
           OPEN INPUT ARQUIVO-VACINACAO.
           IF WS-STATUS-VAC = "00"
               MOVE "S" TO WS-VACINAS-OK
           END-IF.
           OPEN OUTPUT ARQUIVO-DISPOSICAO.
           MOVE "LINHA;MATRICULA;DISPOSICAO;MOTIVO"
               TO LINHA-DISPOSICAO.
           WRITE LINHA-DISPOSICAO.

      * Primeira linha e o cabecalho; apenas pulada.
           MOVE "N" TO WS-FIM-ARQUIVO.
           READ ARQUIVO-CSV
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-CSV
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-LINHA-NUM
                       PERFORM IMPORTAR-LINHA
               END-READ
           END-PERFORM.

           CLOSE ARQUIVO-CSV.
           CLOSE ARQUIVO-ALUNOS.
           CLOSE ARQUIVO-AVALIACAO.
           CLOSE ARQUIVO-PENDENTE.
           CLOSE ARQUIVO-DISPOSICAO.
           IF WS-NOMES-OK = "S"
               CLOSE ARQUIVO-INDICE-NOME
           END-IF.
           IF WS-VACINAS-OK = "S"
               CLOSE ARQUIVO-VACINACAO
           END-IF.
           DISPLAY "-----------------------------------------".
           DISPLAY "Vinculados:  " WS-TOT-VINCULADOS.
           DISPLAY "Pendentes:   " WS-TOT-PENDENTES.
           DISPLAY "Rejeitados:  " WS-TOT-REJEITADOS.
           DISPLAY "Disposicoes em avaliacoes_disposicao.csv".

       IMPORTAR-LINHA.
           MOVE SPACES TO WS-CAMPOS WS-MOTIVO.
           MOVE ZERO TO WS-CONTADOR-CAMPOS WS-MATRICULA.
           UNSTRING REGISTRO-CSV DELIMITED BY ";"
               INTO WS-CAMPO(1) WS-CAMPO(2) WS-CAMPO(3)
                    WS-CAMPO(4) WS-CAMPO(5) WS-CAMPO(6)
                    WS-CAMPO(7) WS-CAMPO(8)
               TALLYING IN WS-CONTADOR-CAMPOS
           END-UNSTRING.
           MOVE WS-CAMPO(4)(1:10) TO WS-MATRICULA-INFORMADA.
           IF WS-CONTADOR-CAMPOS < 8
               MOVE "CAMPOS INSUFICIENTES" TO WS-MOTIVO
           ELSE
               PERFORM VALIDAR-LINHA
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               MOVE "REJEITADO" TO WS-DISPOSICAO
               ADD 1 TO WS-TOT-REJEITADOS
               PERFORM GRAVAR-DISPOSICAO
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOCALIZAR-ALUNO.
           IF WS-MATRICULA NOT = ZERO
               PERFORM GRAVAR-RESULTADO
           ELSE
               PERFORM GRAVAR-PENDENTE
           END-IF.
           PERFORM GRAVAR-DISPOSICAO.

       VALIDAR-LINHA.
           MOVE WS-CAMPO(1)(1:10) TO WS-AVALIACAO.
           MOVE WS-CAMPO(3)(1:20) TO WS-AREA.
           MOVE WS-CAMPO(5) TO WS-NOME.
           IF WS-AVALIACAO = SPACES OR WS-AREA = SPACES
               MOVE "AVALIACAO OU AREA EM BRANCO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAMPO(2)(1:4) IS NOT NUMERIC
               MOVE "ANO INVALIDO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAMPO(2)(1:4) TO WS-ANO.
           MOVE ZERO TO WS-NASCIMENTO.
           IF WS-CAMPO(6)(1:8) IS NUMERIC
               MOVE WS-CAMPO(6)(1:8) TO WS-NASCIMENTO
           END-IF.
           IF WS-CAMPO(8)(1:1) IS NOT NUMERIC
               MOVE "ESCALA INVALIDA" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ESCALA = FUNCTION NUMVAL(WS-CAMPO(8)).
           IF WS-ESCALA = ZERO
               MOVE "ESCALA INVALIDA" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAMPO(7)(1:1) IS NOT NUMERIC
               MOVE "RESULTADO INVALIDO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           INSPECT WS-CAMPO(7) REPLACING ALL "," BY ".".
           COMPUTE WS-RESULTADO = FUNCTION NUMVAL(WS-CAMPO(7)).
           IF WS-RESULTADO > WS-ESCALA
               MOVE "RESULTADO ACIMA DA ESCALA" TO WS-MOTIVO
           END-IF.

       LOCALIZAR-ALUNO.
      * Matricula primeiro; sem ela (ou inexistente), nome com a
      * data de nascimento. WS-MATRICULA zero e WS-MOTIVO explicam
      * a pendencia.
           IF WS-MATRICULA-INFORMADA(1:1) IS NUMERIC
               COMPUTE WS-MATRICULA =
                   FUNCTION NUMVAL(WS-MATRICULA-INFORMADA)
               MOVE WS-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS KEY IS MATRICULA-ALUNO
                   INVALID KEY
                       MOVE ZERO TO WS-MATRICULA
                   NOT INVALID KEY
                       MOVE "M" TO WS-VINCULO
               END-READ
           END-IF.
           IF WS-MATRICULA = ZERO
               PERFORM PROCURAR-POR-NOME
           END-IF.

       PROCURAR-POR-NOME.
           IF WS-NOME = SPACES
               MOVE "SEM MATRICULA VALIDA E SEM NOME" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-NASCIMENTO = ZERO
               MOVE "SEM DATA DE NASCIMENTO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-NOMES-OK NOT = "S" OR WS-VACINAS-OK NOT = "S"
               MOVE "SEM INDICE DE NOMES/VACINACAO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-CANDIDATOS WS-CONFIRMADOS.
           MOVE "N" TO WS-FIM-NOMES.
           MOVE WS-NOME(1:20) TO NIX-NOME.
           MOVE ZERO TO NIX-MATRICULA.
           START ARQUIVO-INDICE-NOME KEY IS >= NIX-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-NOMES
           END-START.
           PERFORM UNTIL WS-FIM-NOMES = "S"
               READ ARQUIVO-INDICE-NOME NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-NOMES
                   NOT AT END
                       IF NIX-NOME NOT = WS-NOME(1:20)
                           MOVE "S" TO WS-FIM-NOMES
                       ELSE
                           ADD 1 TO WS-CANDIDATOS
                           PERFORM CONFERIR-NASCIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-CONFIRMADOS = 1
                   MOVE WS-MATRICULA TO MATRICULA-ALUNO
                   READ ARQUIVO-ALUNOS KEY IS MATRICULA-ALUNO
                       INVALID KEY
                           MOVE ZERO TO WS-MATRICULA
                           MOVE "INDICE DE NOMES DESATUALIZADO"
                               TO WS-MOTIVO
                       NOT INVALID KEY
                           MOVE "N" TO WS-VINCULO
                   END-READ
               WHEN WS-CONFIRMADOS > 1
                   MOVE ZERO TO WS-MATRICULA
                   MOVE "HOMONIMOS COM MESMO NASCIMENTO" TO WS-MOTIVO
               WHEN WS-CANDIDATOS = ZERO
                   MOVE "NOME NAO CADASTRADO" TO WS-MOTIVO
               WHEN OTHER
                   MOVE "NASCIMENTO NAO CONFERE" TO WS-MOTIVO
           END-EVALUATE.

       CONFERIR-NASCIMENTO.
           MOVE NIX-MATRICULA TO VAC-MATRICULA.
           READ ARQUIVO-VACINACAO KEY IS VAC-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VAC-DATA-NASCIMENTO = WS-NASCIMENTO
                       ADD 1 TO WS-CONFIRMADOS
                       MOVE NIX-MATRICULA TO WS-MATRICULA
                   END-IF
           END-READ.

       GRAVAR-RESULTADO.
      * REGISTRO-ALUNO do aluno achado esta lido (turma da carga).
           MOVE WS-AVALIACAO TO AVX-AVALIACAO.
           MOVE WS-ANO TO AVX-ANO.
           MOVE WS-AREA TO AVX-AREA.
           MOVE WS-MATRICULA TO AVX-MATRICULA.
           MOVE WS-RESULTADO TO AVX-RESULTADO.
           MOVE WS-ESCALA TO AVX-ESCALA.
           MOVE TURMA TO AVX-TURMA.
           MOVE WS-VINCULO TO AVX-VINCULO.
           MOVE WS-HOJE TO AVX-DATA-CARGA.
           MOVE WS-OPERADOR-SESSAO TO AVX-OPERADOR.
           WRITE REG-AVALIACAO-EXTERNA
               INVALID KEY
                   REWRITE REG-AVALIACAO-EXTERNA
           END-WRITE.
           MOVE "VINCULADO" TO WS-DISPOSICAO.
           IF AVX-POR-NOME
               MOVE "PELO NOME E NASCIMENTO" TO WS-MOTIVO
           ELSE
               MOVE "PELA MATRICULA" TO WS-MOTIVO
           END-IF.
           ADD 1 TO WS-TOT-VINCULADOS.
      * Pendencia de carga anterior que agora casou sai da lista.
           MOVE WS-AVALIACAO TO AVP-AVALIACAO.
           MOVE WS-ANO TO AVP-ANO.
           MOVE WS-AREA TO AVP-AREA.
           MOVE WS-NOME TO AVP-NOME.
           DELETE ARQUIVO-PENDENTE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       GRAVAR-PENDENTE.
           MOVE WS-AVALIACAO TO AVP-AVALIACAO.
           MOVE WS-ANO TO AVP-ANO.
           MOVE WS-AREA TO AVP-AREA.
           MOVE WS-NOME TO AVP-NOME.
           MOVE WS-NASCIMENTO TO AVP-NASCIMENTO.
           MOVE WS-MATRICULA-INFORMADA TO AVP-MATRICULA-INFORMADA.
           MOVE WS-RESULTADO TO AVP-RESULTADO.
           MOVE WS-ESCALA TO AVP-ESCALA.
           MOVE WS-MOTIVO TO AVP-MOTIVO.
           MOVE WS-HOJE TO AVP-DATA-CARGA.
           WRITE REG-AVALIACAO-PENDENTE
               INVALID KEY
                   REWRITE REG-AVALIACAO-PENDENTE
           END-WRITE.
           MOVE "PENDENTE" TO WS-DISPOSICAO.
           ADD 1 TO WS-TOT-PENDENTES.

       GRAVAR-DISPOSICAO.
           MOVE SPACES TO LINHA-DISPOSICAO.
           STRING WS-LINHA-NUM ";"
                  WS-MATRICULA ";"
                  WS-DISPOSICAO ";"
                  WS-MOTIVO
                  DELIMITED BY SIZE INTO LINHA-DISPOSICAO
           END-STRING.
           WRITE LINHA-DISPOSICAO.

       PEDIR-AVALIACAO.
           DISPLAY "Avaliacao (ex: SAEB, ENEM): ".
           ACCEPT WS-AVALIACAO.
           DISPLAY "Ano: ".
           ACCEPT WS-ANO.

       POSICIONAR-PENDENTES.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-AVALIACAO TO AVP-AVALIACAO.
           MOVE WS-ANO TO AVP-ANO.
           MOVE SPACES TO AVP-AREA AVP-NOME.
           START ARQUIVO-PENDENTE KEY IS >= AVP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.

       VINCULAR-PENDENTES.
      * Percorre as pendencias da avaliacao e ano; cada uma pode ser
      * vinculada a uma matricula, pulada ou encerrar a sessao.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-HOJE.
           PERFORM PEDIR-AVALIACAO.
           PERFORM ABRIR-PENDENTES.
           IF WS-STATUS-AVP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-AVALIACOES.
           IF WS-STATUS-AVX NOT = "00"
               CLOSE ARQUIVO-PENDENTE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS-ALU NOT = "00"
               DISPLAY "alunos.idx indisponivel (STATUS="
                   WS-STATUS-ALU ")."
               CLOSE ARQUIVO-PENDENTE ARQUIVO-AVALIACAO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-TOTAL.
           PERFORM POSICIONAR-PENDENTES.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PENDENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF AVP-AVALIACAO NOT = WS-AVALIACAO
                               OR AVP-ANO NOT = WS-ANO
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM VINCULAR-UMA-PENDENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PENDENTE ARQUIVO-AVALIACAO ARQUIVO-ALUNOS.
           DISPLAY "Pendencias vinculadas: " WS-TOTAL.

       VINCULAR-UMA-PENDENCIA.
           MOVE AVP-RESULTADO TO WS-ED-RESULTADO.
           DISPLAY AVP-AREA " " AVP-NOME.
           DISPLAY "  nascimento " AVP-NASCIMENTO " matricula "
               AVP-MATRICULA-INFORMADA " resultado " WS-ED-RESULTADO.
           DISPLAY "  motivo: " AVP-MOTIVO.
           DISPLAY "V vincular, P pular, E encerrar: ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "E" OR WS-CONFIRMA = "e"
               MOVE "S" TO WS-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONFIRMA NOT = "V" AND WS-CONFIRMA NOT = "v"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Matricula do aluno: ".
           MOVE ZERO TO WS-MATRICULA.
           ACCEPT WS-MATRICULA.
           MOVE WS-MATRICULA TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS KEY IS MATRICULA-ALUNO
               INVALID KEY
                   DISPLAY "Matricula nao cadastrada; pendencia "
                       "mantida."
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Aluno: " NOME-ALUNO " turma " TURMA
               ". Confirma? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               EXIT PARAGRAPH
           END-IF.
           MOVE AVP-AVALIACAO TO AVX-AVALIACAO.
           MOVE AVP-ANO TO AVX-ANO.
           MOVE AVP-AREA TO AVX-AREA.
           MOVE WS-MATRICULA TO AVX-MATRICULA.
           MOVE AVP-RESULTADO TO AVX-RESULTADO.
           MOVE AVP-ESCALA TO AVX-ESCALA.
           MOVE TURMA TO AVX-TURMA.
           SET AVX-MANUAL TO TRUE.
           MOVE WS-HOJE TO AVX-DATA-CARGA.
           MOVE WS-OPERADOR-SESSAO TO AVX-OPERADOR.
           WRITE REG-AVALIACAO-EXTERNA
               INVALID KEY
                   DISPLAY "O aluno ja tem resultado nesta avaliacao "
                       "e area; pendencia mantida."
                   EXIT PARAGRAPH
           END-WRITE.
           DELETE ARQUIVO-PENDENTE RECORD.
           ADD 1 TO WS-TOTAL.
           DISPLAY "Resultado vinculado a " WS-MATRICULA ".".

       LISTAR-PENDENTES.
           PERFORM PEDIR-AVALIACAO.
           OPEN INPUT ARQUIVO-PENDENTE.
           IF WS-STATUS-AVP NOT = "00"
               DISPLAY "Nenhuma pendencia registrada."
               EXIT PARAGRAPH
           END-IF.
           MOVE "avaliacoes_pendentes.rel" TO WS-REL-NOME.
           MOVE "AVALIACAO EXTERNA - RESULTADOS SEM ALUNO"
               TO WS-REL-TITULO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "AVALIACAO " WS-AVALIACAO "  ANO " WS-ANO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE ZERO TO WS-TOTAL.
           PERFORM POSICIONAR-PENDENTES.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-PENDENTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF AVP-AVALIACAO NOT = WS-AVALIACAO
                               OR AVP-ANO NOT = WS-ANO
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM LISTAR-UMA-PENDENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-PENDENTE.
           PERFORM ESCREVER-LINHA.
           STRING "PENDENCIAS " WS-TOTAL
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CALL "REL-FECHAR".
           DISPLAY "Pendencias: " WS-TOTAL
               " (avaliacoes_pendentes.rel)".

       LISTAR-UMA-PENDENCIA.
           ADD 1 TO WS-TOTAL.
           STRING AVP-AREA " " AVP-NOME " " AVP-NASCIMENTO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           STRING "    MATRICULA INFORMADA " AVP-MATRICULA-INFORMADA
               "  " AVP-MOTIVO
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       COMPARAR-NOTAS.
           PERFORM PEDIR-AVALIACAO.
           DISPLAY "Area: ".
           ACCEPT WS-AREA.
           PERFORM PEDIR-DISCIPLINAS.
           IF WS-QTD-DISC = ZERO
               DISPLAY "Nenhuma disciplina informada."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-AVALIACAO.
           IF WS-STATUS-AVX NOT = "00"
               DISPLAY "Nenhum resultado de avaliacao externa."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQUIVO-NOTAS.
           MOVE "avaliacao_comparativo.rel" TO WS-REL-NOME.
           MOVE "AVALIACAO EXTERNA X NOTAS INTERNAS" TO WS-REL-TITULO.
           CALL "REL-ABRIR" USING WS-REL-NOME WS-REL-TITULO.
           STRING "AVALIACAO " WS-AVALIACAO "  ANO " WS-ANO
               "  AREA " WS-AREA
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-IND-DISC FROM 1 BY 1
                   UNTIL WS-IND-DISC > WS-QTD-DISC
               STRING "DISCIPLINA " WS-DISC(WS-IND-DISC)
                   DELIMITED BY SIZE INTO WS-REL-LINHA
               END-STRING
               PERFORM ESCREVER-LINHA
           END-PERFORM.

           SORT WORK-COMPARATIVO
               ON ASCENDING KEY SRT-TURMA SRT-MATRICULA
               INPUT PROCEDURE COLETAR-RESULTADOS
               OUTPUT PROCEDURE LISTAR-COMPARATIVO.

           CALL "REL-FECHAR".
           CLOSE ARQUIVO-AVALIACAO.
           IF WS-STATUS-ND NOT = "35"
               CLOSE ARQUIVO-NOTAS
           END-IF.
           DISPLAY "Comparativo em avaliacao_comparativo.rel".

       PEDIR-DISCIPLINAS.
      * Ate quatro disciplinas pelo nome oficial; vazio encerra.
           MOVE ZERO TO WS-QTD-DISC.
           MOVE SPACES TO WS-TAB-DISCIPLINAS.
           MOVE "N" TO WS-FIM-DISC.
           PERFORM UNTIL WS-FIM-DISC = "S" OR WS-QTD-DISC = 4
               DISPLAY "Disciplina correspondente (vazio encerra): "
               MOVE SPACES TO WS-DISCIPLINA
               ACCEPT WS-DISCIPLINA
               IF WS-DISCIPLINA = SPACES
                   MOVE "S" TO WS-FIM-DISC
               ELSE
                   CALL "VALIDARDISCIPLINA" USING WS-DISCIPLINA
                       WS-STATUS-DISCIPLINA
                   IF WS-STATUS-DISCIPLINA = "N"
                       DISPLAY "Disciplina nao cadastrada."
                   ELSE
                       ADD 1 TO WS-QTD-DISC
                       MOVE WS-DISCIPLINA TO WS-DISC(WS-QTD-DISC)
                   END-IF
               END-IF
           END-PERFORM.

       COLETAR-RESULTADOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-AVALIACAO TO AVX-AVALIACAO.
           MOVE WS-ANO TO AVX-ANO.
           MOVE WS-AREA TO AVX-AREA.
           MOVE ZERO TO AVX-MATRICULA.
           START ARQUIVO-AVALIACAO KEY IS >= AVX-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-AVALIACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF AVX-AVALIACAO NOT = WS-AVALIACAO
                               OR AVX-ANO NOT = WS-ANO
                               OR AVX-AREA NOT = WS-AREA
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM SOLTAR-RESULTADO
                       END-IF
               END-READ
           END-PERFORM.

       SOLTAR-RESULTADO.
           MOVE AVX-TURMA TO SRT-TURMA.
           MOVE AVX-MATRICULA TO SRT-MATRICULA.
           MOVE AVX-RESULTADO TO SRT-RESULTADO.
           COMPUTE SRT-EXTERNA ROUNDED =
               AVX-RESULTADO * 10 / AVX-ESCALA.
           PERFORM MEDIA-INTERNA-ALUNO.
           IF WS-QTD-NOTAS > ZERO
               MOVE "S" TO SRT-TEM-INTERNA
               COMPUTE SRT-INTERNA ROUNDED =
                   WS-SOMA-NOTAS / WS-QTD-NOTAS
           ELSE
               MOVE "N" TO SRT-TEM-INTERNA
               MOVE ZERO TO SRT-INTERNA
           END-IF.
           RELEASE REG-SORT-COMPARATIVO.

       MEDIA-INTERNA-ALUNO.
      * Media dos bimestres lancados no ano nas disciplinas da area.
           MOVE ZERO TO WS-SOMA-NOTAS WS-QTD-NOTAS.
           IF WS-STATUS-ND = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IND-DISC FROM 1 BY 1
                   UNTIL WS-IND-DISC > WS-QTD-DISC
               PERFORM VARYING WS-BIM FROM 1 BY 1 UNTIL WS-BIM > 4
                   MOVE AVX-MATRICULA TO ND-MATRICULA
                   MOVE AVX-ANO TO ND-ANO-LETIVO
                   MOVE WS-DISC(WS-IND-DISC) TO ND-DISCIPLINA
                   MOVE WS-BIM TO ND-BIMESTRE
                   READ ARQUIVO-NOTAS KEY IS ND-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD ND-MEDIA TO WS-SOMA-NOTAS
                           ADD 1 TO WS-QTD-NOTAS
                   END-READ
               END-PERFORM
           END-PERFORM.

       LISTAR-COMPARATIVO.
      * Primeiro acumula as turmas (ja em ordem) e a escola; depois
      * imprime cada turma com o desvio em relacao a escola.
           MOVE ZERO TO WS-TT-QTD WS-ESC-ALUNOS WS-ESC-SOMA-EXTERNA
               WS-ESC-PAREADOS WS-ESC-SOMA-INTERNA WS-TOT-DESTAQUES.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM UNTIL WS-FIM-SORT = "S"
               RETURN WORK-COMPARATIVO
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM ACUMULAR-TURMA
               END-RETURN
           END-PERFORM.
           IF WS-ESC-ALUNOS = ZERO
               PERFORM ESCREVER-LINHA
               MOVE "NENHUM RESULTADO PARA A AVALIACAO, ANO E AREA."
                   TO WS-REL-LINHA
               PERFORM ESCREVER-LINHA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ESC-EXTERNA ROUNDED =
               WS-ESC-SOMA-EXTERNA / WS-ESC-ALUNOS.
           MOVE ZERO TO WS-ESC-INTERNA.
           IF WS-ESC-PAREADOS > ZERO
               COMPUTE WS-ESC-INTERNA ROUNDED =
                   WS-ESC-SOMA-INTERNA / WS-ESC-PAREADOS
           END-IF.
           PERFORM ESCREVER-LINHA.
           MOVE "TURMA      ALUNOS EXTERNA  0-10 INTERNA  DESV.INT"
               TO WS-REL-LINHA.
           MOVE "DESV.EXT" TO WS-REL-LINHA(52:8).
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TT-QTD
               PERFORM LISTAR-TURMA
           END-PERFORM.
           MOVE ALL "-" TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "ESCOLA" TO WS-REL-LINHA(1:10).
           MOVE WS-ESC-ALUNOS TO WS-ED-QTD.
           MOVE WS-ED-QTD TO WS-REL-LINHA(14:4).
           MOVE WS-ESC-EXTERNA TO WS-ED-NOTA.
           MOVE WS-ED-NOTA TO WS-REL-LINHA(28:5).
           MOVE WS-ESC-INTERNA TO WS-ED-NOTA.
           MOVE WS-ED-NOTA TO WS-REL-LINHA(36:5).
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "TURMAS EM DESTAQUE: " WS-TOT-DESTAQUES
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE "0-10 = RESULTADO EXTERNO NA ESCALA DAS NOTAS. INTERNA"
               TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "= MEDIA NAS DISCIPLINAS DOS ALUNOS COM NOTA LANCADA."
               TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "DESVIOS EM RELACAO A ESCOLA; DESTAQUE QUANDO OS DOIS"
               TO WS-REL-LINHA.
           PERFORM ESCREVER-LINHA.
           STRING "DESVIOS SE AFASTAM " WS-LIMIAR-DESTAQUE
               " PONTO OU MAIS."
               DELIMITED BY SIZE INTO WS-REL-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

       ACUMULAR-TURMA.
           IF WS-TT-QTD = ZERO
                   OR SRT-TURMA NOT = WS-TT-TURMA(WS-TT-QTD)
               IF WS-TT-QTD = 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TT-QTD
               MOVE SRT-TURMA TO WS-TT-TURMA(WS-TT-QTD)
               MOVE ZERO TO WS-TT-ALUNOS(WS-TT-QTD)
                   WS-TT-SOMA-RESULTADO(WS-TT-QTD)
                   WS-TT-SOMA-EXTERNA(WS-TT-QTD)
                   WS-TT-PAREADOS(WS-TT-QTD)
                   WS-TT-SOMA-INTERNA(WS-TT-QTD)
           END-IF.
           ADD 1 TO WS-TT-ALUNOS(WS-TT-QTD) WS-ESC-ALUNOS.
           ADD SRT-RESULTADO TO WS-TT-SOMA-RESULTADO(WS-TT-QTD).
           ADD SRT-EXTERNA TO WS-TT-SOMA-EXTERNA(WS-TT-QTD)
               WS-ESC-SOMA-EXTERNA.
           IF SRT-TEM-INTERNA = "S"
               ADD 1 TO WS-TT-PAREADOS(WS-TT-QTD) WS-ESC-PAREADOS
               ADD SRT-INTERNA TO WS-TT-SOMA-INTERNA(WS-TT-QTD)
                   WS-ESC-SOMA-INTERNA
           END-IF.

       LISTAR-TURMA.
           COMPUTE WS-MEDIA-RESULTADO ROUNDED =
               WS-TT-SOMA-RESULTADO(WS-IND) / WS-TT-ALUNOS(WS-IND).
           COMPUTE WS-MEDIA-EXTERNA ROUNDED =
               WS-TT-SOMA-EXTERNA(WS-IND) / WS-TT-ALUNOS(WS-IND).
           MOVE WS-TT-TURMA(WS-IND) TO WS-REL-LINHA(1:10).
           MOVE WS-TT-ALUNOS(WS-IND) TO WS-ED-QTD.
           MOVE WS-ED-QTD TO WS-REL-LINHA(14:4).
           MOVE WS-MEDIA-RESULTADO TO WS-ED-RESULTADO.
           MOVE WS-ED-RESULTADO TO WS-REL-LINHA(20:6).
           MOVE WS-MEDIA-EXTERNA TO WS-ED-NOTA.
           MOVE WS-ED-NOTA TO WS-REL-LINHA(28:5).
           IF WS-TT-PAREADOS(WS-IND) = ZERO
               MOVE "SEM NOTA" TO WS-REL-LINHA(35:8)
               PERFORM ESCREVER-LINHA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MEDIA-INTERNA ROUNDED =
               WS-TT-SOMA-INTERNA(WS-IND) / WS-TT-PAREADOS(WS-IND).
           MOVE WS-MEDIA-INTERNA TO WS-ED-NOTA.
           MOVE WS-ED-NOTA TO WS-REL-LINHA(36:5).
           COMPUTE WS-DESVIO-INTERNO = WS-MEDIA-INTERNA
               - WS-ESC-INTERNA.
           COMPUTE WS-DESVIO-EXTERNO = WS-MEDIA-EXTERNA
               - WS-ESC-EXTERNA.
           COMPUTE WS-DIFERENCA = WS-DESVIO-INTERNO
               - WS-DESVIO-EXTERNO.
           MOVE WS-DESVIO-INTERNO TO WS-ED-DESVIO.
           MOVE WS-ED-DESVIO TO WS-REL-LINHA(44:6).
           MOVE WS-DESVIO-EXTERNO TO WS-ED-DESVIO.
           MOVE WS-ED-DESVIO TO WS-REL-LINHA(53:6).
           IF WS-DIFERENCA >= WS-LIMIAR-DESTAQUE
               MOVE "INT.ALTA/EXT.BAIXA"
                   TO WS-REL-LINHA(60:21)
               ADD 1 TO WS-TOT-DESTAQUES
           END-IF.
           IF WS-DIFERENCA <= 0 - WS-LIMIAR-DESTAQUE
               MOVE "EXT.ALTA/INT.BAIXA"
                   TO WS-REL-LINHA(60:21)
               ADD 1 TO WS-TOT-DESTAQUES
           END-IF.
           PERFORM ESCREVER-LINHA.

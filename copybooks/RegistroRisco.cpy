      * Historico do indice de risco do aluno (risco_historico.idx),
      * chave matricula + data da apuracao: uma fotografia por aluno
      * ativo a cada rodada semanal de RISCOALUNOS.cbl, com o indice
      * composto (0 a 100) e as cinco parcelas que o formam --
      * frequencia, notas, sequencia de faltas (alerta EVASAO),
      * ocorrencias e cobrancas vencidas -- cada uma tambem de 0 a
      * 100, antes dos pesos de politica_risco.dat. A variacao e a
      * diferenca para a apuracao anterior do mesmo aluno; a serie
      * mostra a coordenacao se a intervencao surtiu efeito.
       01 REG-RISCO.
           05 RIS-CHAVE.
               10 RIS-MATRICULA PIC 9(5).
               10 RIS-DATA PIC 9(8).
           05 RIS-ANO-LETIVO PIC 9(4).
           05 RIS-TURMA PIC X(10).
           05 RIS-INDICE PIC 9(3).
           05 RIS-PARCELAS.
               10 RIS-FREQUENCIA PIC 9(3).
               10 RIS-NOTAS PIC 9(3).
               10 RIS-EVASAO PIC 9(3).
               10 RIS-OCORRENCIAS PIC 9(3).
               10 RIS-FINANCEIRO PIC 9(3).
           05 RIS-INDICE-ANTERIOR PIC 9(3).
           05 RIS-VARIACAO PIC S9(3).
           05 RIS-ALTA PIC X(1).
               88 RIS-ALTA-BRUSCA VALUE "S".

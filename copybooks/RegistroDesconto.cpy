           05 DSC-VALOR PIC 9(5)V9(2).
           05 DSC-COMP-INICIO PIC 9(6).
           05 DSC-COMP-FIM PIC 9(6).
      * Condicoes da bolsa (so tipo B), conferidas pela revisao de
      * fim de bimestre em REVISAOBOLSAS.cbl: media minima das notas
      * do ano, frequencia minima e nenhuma ocorrencia grave no ano.
      * Media ou frequencia zerada vale o padrao da casa (corte da
      * politica de notas, 75% de presenca); SEM-GRAVE "N" dispensa
      * a exigencia de conduta.
           05 DSC-MEDIA-MINIMA PIC 9(2)V9(2).
           05 DSC-FREQ-MINIMA PIC 9(3)V9(2).
           05 DSC-SEM-GRAVE PIC X(1).
      * Resultado da ultima revisao: M manter, A advertida (carta ao
      * responsavel), S suspensao proposta ao comite; a classe de
      * antes da revisao do bimestre fica em REVISAO-ANTERIOR para
      * a revisao poder ser repetida sem escalar duas vezes. A
      * confirmacao do comite encerra a bolsa em DSC-COMP-FIM e
      * grava data e operador.
           05 DSC-REVISAO-CLASSE PIC X(1).
               88 DSC-REV-MANTER    VALUE "M".
               88 DSC-REV-ADVERTIDA VALUE "A".
               88 DSC-REV-SUSPENSAO VALUE "S".
           05 DSC-REVISAO-ANTERIOR PIC X(1).
           05 DSC-REVISAO-ANO PIC 9(4).
           05 DSC-REVISAO-BIMESTRE PIC 9(1).
           05 DSC-REVISAO-DATA PIC 9(8).
           05 DSC-SUSPENSAO-DATA PIC 9(8).
           05 DSC-SUSPENSAO-OPERADOR PIC X(8).

      * Encontro de atividade de contraturno
      * (contraturno_sessoes.idx), chave ano + atividade + data, com
      * quem deu o encontro (o instrutor ou quem o cobriu), a
      * duracao em minutos e a presenca de cada inscrito ativo
      * naquele dia (P presente, F falta). Base da frequencia da
      * atividade e das horas de contraturno na folha
      * (EXPORTARHORAS.cbl).
       01 REG-SESSAO-CONTRATURNO.
           05 SCT-CHAVE.
               10 SCT-ANO-LETIVO PIC 9(4).
               10 SCT-ATIVIDADE PIC X(6).
               10 SCT-DATA PIC 9(8).
           05 SCT-INSTRUTOR PIC X(8).
           05 SCT-MINUTOS PIC 9(3).
           05 SCT-QTD-ALUNOS PIC 9(2).
           05 SCT-ALUNO OCCURS 40 TIMES.
               10 SCT-MATRICULA PIC 9(5).
               10 SCT-PRESENCA PIC X(1).
           05 SCT-OPERADOR PIC X(8).

      * Atividade de contraturno (contraturno_atividades.idx), chave
      * ano letivo + codigo, mantida por CONTRATURNO.cbl: futebol,
      * robotica, musica, reforco... Cada uma tem instrutor (codigo
      * de professores.idx, para a folha de horas), dias da semana
      * (segunda a sexta, S = tem encontro), horario de inicio e de
      * saida -- a saida e a hora em que a portaria entrega o aluno
      * --, vagas e a mensalidade cobrada a parte da escolar.
       01 REG-ATIVIDADE-CONTRATURNO.
           05 ATV-CHAVE.
               10 ATV-ANO-LETIVO PIC 9(4).
               10 ATV-CODIGO PIC X(6).
           05 ATV-NOME PIC X(30).
           05 ATV-INSTRUTOR PIC X(8).
           05 ATV-DIA-SEMANA PIC X(1) OCCURS 5 TIMES.
           05 ATV-HORA-INICIO PIC 9(4).
           05 ATV-HORA-SAIDA PIC 9(4).
           05 ATV-VAGAS PIC 9(2).
           05 ATV-INSCRITOS PIC 9(2).
           05 ATV-MENSALIDADE PIC 9(5)V9(2).
           05 ATV-STATUS PIC X(1).
               88 ATV-ATIVA     VALUE "A".
               88 ATV-ENCERRADA VALUE "E".

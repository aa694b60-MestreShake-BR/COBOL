      * Inscricao de aluno em atividade de contraturno
      * (contraturno_inscricoes.idx), chave matricula + atividade,
      * com a atividade como chave alternada para a lista de
      * inscritos. A cobranca comeca no mes de ICT-DATA-INICIO (pro
      * rata se a entrada e no meio do mes) e para no mes de efeito
      * do cancelamento: de ICT-COMP-CANCELAMENTO em diante nao se
      * cobra mais. ICT-ULTIMA-COMP e o ultimo mes ja lancado como
      * taxa avulsa pela geracao de MENSALIDADES.cbl.
       01 REG-INSCRICAO-CONTRATURNO.
           05 ICT-CHAVE.
               10 ICT-MATRICULA PIC 9(5).
               10 ICT-ATIVIDADE-CHAVE.
                   15 ICT-ANO-LETIVO PIC 9(4).
                   15 ICT-ATIVIDADE PIC X(6).
           05 ICT-DATA-INICIO PIC 9(8).
           05 ICT-SITUACAO PIC X(1).
               88 ICT-ATIVA     VALUE "A".
               88 ICT-CANCELADA VALUE "C".
           05 ICT-COMP-CANCELAMENTO PIC 9(6).
           05 ICT-DATA-CANCELAMENTO PIC 9(8).
           05 ICT-ULTIMA-COMP PIC 9(6).
           05 ICT-OPERADOR PIC X(8).

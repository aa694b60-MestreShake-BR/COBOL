      * Convite e presenca da familia em cada reuniao
      * (presencas_reuniao.idx), chave reuniao + matricula. Gravado
      * como convidado "C" ao agendar; a chamada da reuniao marca
      * "P" (compareceu, com o nome de quem veio) ou "F" (faltou).
      * O relatorio de faltas seguidas de REUNIOES.cbl le este
      * arquivo.
       01 REG-PRESENCA-REUNIAO.
           05 PRE-CHAVE.
               10 PRE-REUNIAO PIC 9(5).
               10 PRE-MATRICULA PIC 9(5).
           05 PRE-SITUACAO PIC X(1).
               88 PRE-CONVIDADO  VALUE "C".
               88 PRE-PRESENTE   VALUE "P".
               88 PRE-FALTOU     VALUE "F".
           05 PRE-NOME-PRESENTE PIC X(30).
           05 PRE-DATA-CONVITE PIC 9(8).

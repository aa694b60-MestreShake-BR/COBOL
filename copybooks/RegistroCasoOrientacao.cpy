      * Caso de orientacao educacional (casos_orientacao.idx), chave
      * numero sequencial. Ficha sigilosa do aluno acompanhado pela
      * orientadora por dificuldade de aprendizagem, comportamento
      * ou situacao familiar. A origem liga o caso ao que o
      * disparou: uma ocorrencia de ocorrencias.idx (data + seq do
      * dia) ou um alerta de evasao de alertas_evasao.dat (data de
      * inicio da sequencia de faltas); demanda espontanea leva a
      * data de abertura. A data do ultimo acompanhamento e
      * atualizada a cada nota, encaminhamento ou retorno e alimenta
      * a lista de casos parados. Mantido so por ORIENTACAO.cbl,
      * restrito ao perfil O; as notas e encaminhamentos ficam em
      * acompanhamentos_orientacao.idx.
       01 REG-CASO.
           05 CAS-NUMERO PIC 9(5).
           05 CAS-MATRICULA PIC 9(5).
           05 CAS-MOTIVO PIC X(1).
               88 CAS-APRENDIZAGEM  VALUE "A".
               88 CAS-COMPORTAMENTO VALUE "C".
               88 CAS-FAMILIA       VALUE "F".
           05 CAS-ORIGEM PIC X(1).
               88 CAS-DE-OCORRENCIA VALUE "O".
               88 CAS-DE-EVASAO     VALUE "E".
               88 CAS-DE-DEMANDA    VALUE "D".
           05 CAS-ORIGEM-DATA PIC 9(8).
           05 CAS-ORIGEM-SEQ PIC 9(2).
           05 CAS-RELATO PIC X(60).
           05 CAS-DATA-ABERTURA PIC 9(8).
           05 CAS-SITUACAO PIC X(1).
               88 CAS-ABERTO    VALUE "A".
               88 CAS-ENCERRADO VALUE "E".
           05 CAS-DATA-ULT-ACOMP PIC 9(8).
           05 CAS-QTD-REGISTROS PIC 9(3).
           05 CAS-DATA-ENCERRAMENTO PIC 9(8).
           05 CAS-CONCLUSAO PIC X(60).
           05 CAS-OPERADOR PIC X(8).

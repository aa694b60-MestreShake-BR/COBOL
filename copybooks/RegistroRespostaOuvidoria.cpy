      * Resposta ou encaminhamento de um protocolo da ouvidoria
      * (ouvidoria_respostas.idx), numerado em sequencia dentro do
      * protocolo. Encaminhamento troca o setor responsavel do
      * protocolo e nao conta como resposta ao requerente.
       01 REG-RESPOSTA-OUVIDORIA.
           05 ORS-CHAVE.
               10 ORS-NUMERO PIC 9(7).
               10 ORS-SEQUENCIA PIC 9(3).
           05 ORS-TIPO PIC X(1).
               88 ORS-RESPOSTA       VALUE "R".
               88 ORS-ENCAMINHAMENTO VALUE "E".
           05 ORS-DATA PIC 9(8).
           05 ORS-OPERADOR PIC X(8).
           05 ORS-SETOR PIC X(12).
           05 ORS-TEXTO PIC X(60).

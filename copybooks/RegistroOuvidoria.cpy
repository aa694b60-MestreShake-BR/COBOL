      * Protocolo da ouvidoria (ouvidoria.idx): reclamacao,
      * sugestao ou pedido formal da familia que chega por telefone,
      * e-mail ou balcao. Chave pelo numero sequencial e chave
      * alternada pela matricula do aluno envolvido (zeros quando
      * nao ha aluno); o requerente sai de responsaveis.idx quando
      * ha matricula. O prazo de resposta vem da categoria na
      * abertura. Mantido por OUVIDORIA.cbl; as respostas e
      * encaminhamentos ficam em ouvidoria_respostas.idx.
       01 REG-OUVIDORIA.
           05 OUV-NUMERO PIC 9(7).
           05 OUV-MATRICULA PIC 9(5).
           05 OUV-REQUERENTE PIC X(30).
           05 OUV-CONTATO PIC X(30).
           05 OUV-CANAL PIC X(1).
               88 OUV-CANAL-TELEFONE VALUE "T".
               88 OUV-CANAL-EMAIL    VALUE "E".
               88 OUV-CANAL-BALCAO   VALUE "B".
           05 OUV-CATEGORIA PIC X(1).
               88 OUV-RECLAMACAO     VALUE "R".
               88 OUV-SUGESTAO       VALUE "S".
               88 OUV-REVISAO-NOTA   VALUE "N".
               88 OUV-BULLYING       VALUE "B".
               88 OUV-COBRANCA       VALUE "C".
               88 OUV-PEDIDO         VALUE "P".
           05 OUV-DESCRICAO PIC X(60).
      * Setor responsavel: o padrao da categoria, trocado quando o
      * protocolo e encaminhado.
           05 OUV-SETOR PIC X(12).
           05 OUV-DATA-ABERTURA PIC 9(8).
           05 OUV-ABERTO-POR PIC X(8).
           05 OUV-PRAZO PIC 9(8).
      * Contestacao de cobranca: a mensalidade em questao
      * (mensalidades.idx, matricula + competencia). Zeros nas
      * demais categorias.
           05 OUV-COMPETENCIA PIC 9(6).
           05 OUV-SITUACAO PIC X(1).
               88 OUV-ABERTO       VALUE "A".
               88 OUV-EM-ANDAMENTO VALUE "E".
               88 OUV-FECHADO      VALUE "F".
           05 OUV-QTD-RESPOSTAS PIC 9(3).
           05 OUV-DATA-1A-RESPOSTA PIC 9(8).
           05 OUV-DATA-FECHAMENTO PIC 9(8).
           05 OUV-FECHADO-POR PIC X(8).
           05 OUV-CONCLUSAO PIC X(60).
      * "S" depois que o atraso ja virou evento OUVIDORIA-ATR, para
      * a verificacao diaria nao repetir o aviso.
           05 OUV-ATRASO-AVISADO PIC X(1).

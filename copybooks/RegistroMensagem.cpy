      * Mensagens SMS aos responsaveis (mensagens.idx): uma por
      * evento da fila que NOTIFICACOES mandou ao provedor de
      * mensagens pelo lote mensagens_envio.txt, numerada como os
      * protocolos (maior numero mais um). RETORNOMENSAGENS baixa a
      * situacao de entrega do arquivo de retorno do provedor; a
      * mensagem que falhou volta a fila como evento e, no proximo
      * despacho, sai como carta impressa (situacao C). Tipo, chave
      * e dados do evento original ficam guardados para isso.
       01 REG-MENSAGEM.
           05 MSG-NUMERO PIC 9(7).
           05 MSG-MATRICULA PIC 9(5).
           05 MSG-TIPO PIC X(14).
           05 MSG-EVT-CHAVE PIC X(10).
           05 MSG-EVT-DADOS PIC X(60).
      * Telefone so com os digitos (DDD + numero), como
      * VALIDARTELEFONE devolve.
           05 MSG-TELEFONE PIC X(11).
           05 MSG-TEXTO PIC X(160).
      * S quando o SMS foi no lugar da carta; so esse volta a fila
      * se falhar (nos outros tipos o papel ja saiu).
           05 MSG-SUBSTITUI-CARTA PIC X(1).
           05 MSG-DATA-ENVIO PIC 9(8).
           05 MSG-SITUACAO PIC X(1).
               88 MSG-ENVIADA      VALUE "E".
               88 MSG-ENTREGUE     VALUE "R".
               88 MSG-FALHOU       VALUE "F".
               88 MSG-CARTA-GERADA VALUE "C".
           05 MSG-DATA-RETORNO PIC 9(8).
           05 MSG-MOTIVO PIC X(30).

      * Fila de solicitacoes do portal dos pais
      * (solicitacoes_portal.idx): cada pedido de alteracao que o
      * responsavel fez no portal -- telefone novo (TEL), endereco
      * novo (END) ou pessoa autorizada a retirar o aluno (RET) --
      * entra aqui pendente e so vai para responsaveis.idx ou
      * retirada.idx quando a secretaria aprova em PORTALPAIS.cbl,
      * que grava tambem a trilha em aluno_auditoria.log. O numero
      * do pedido no portal e chave alternada unica: reimportar o
      * mesmo arquivo nao duplica a fila.
       01 REG-SOLICITACAO-PORTAL.
           05 SOP-NUMERO PIC 9(6).
           05 SOP-ID-PORTAL PIC X(12).
           05 SOP-MATRICULA PIC 9(5).
           05 SOP-TIPO PIC X(3).
               88 SOP-TELEFONE-NOVO VALUE "TEL".
               88 SOP-ENDERECO-NOVO VALUE "END".
               88 SOP-AUTORIZADO    VALUE "RET".
           05 SOP-TELEFONE PIC X(15).
           05 SOP-ENDERECO PIC X(40).
           05 SOP-RET-NOME PIC X(30).
           05 SOP-RET-DOCUMENTO PIC X(15).
           05 SOP-RET-PARENTESCO PIC X(10).
           05 SOP-RET-VALIDADE-FIM PIC 9(8).
           05 SOP-DATA-RECEBIDA PIC 9(8).
           05 SOP-SITUACAO PIC X(1).
               88 SOP-PENDENTE  VALUE "P".
               88 SOP-APROVADA  VALUE "A".
               88 SOP-REJEITADA VALUE "R".
           05 SOP-DATA-DECISAO PIC 9(8).
           05 SOP-OPERADOR PIC X(8).
           05 SOP-MOTIVO PIC X(40).

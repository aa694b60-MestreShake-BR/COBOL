      * Registro das solicitacoes do titular pela LGPD
      * (solicitacoes_lgpd.idx), chave numero sequencial: quem pediu
      * os dados de qual aluno e quando, o prazo legal de 15 dias, a
      * emissao do dossie (com a quantidade de registros reunidos) e
      * a entrega -- a prova de que a escola respondeu no prazo.
      * Gravado por DOSSIELGPD.cbl.
       01 REG-SOLICITACAO-LGPD.
           05 LGP-NUMERO PIC 9(5).
           05 LGP-MATRICULA PIC 9(5).
           05 LGP-SOLICITANTE PIC X(30).
           05 LGP-DOCUMENTO PIC X(15).
           05 LGP-DATA-SOLICITACAO PIC 9(8).
           05 LGP-PRAZO PIC 9(8).
           05 LGP-DATA-EMISSAO PIC 9(8).
           05 LGP-REGISTROS PIC 9(6).
           05 LGP-DATA-ENTREGA PIC 9(8).
           05 LGP-ENTREGUE-A PIC X(30).
           05 LGP-SITUACAO PIC X(1).
               88 LGP-ABERTA   VALUE "A".
               88 LGP-EMITIDA  VALUE "M".
               88 LGP-ENTREGUE VALUE "E".
           05 LGP-OPERADOR PIC X(8).

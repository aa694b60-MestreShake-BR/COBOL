      * Conta a pagar (contas_pagar.idx), chave numero sequencial,
      * com fornecedor + nota fiscal como chave alternada -- a mesma
      * nota nao entra duas vezes. Lancada pela tesouraria (status
      * L), so pode ser paga depois da aprovacao de um supervisor --
      * perfil B, outro operador que nao o que lancou (A). Paga (P),
      * entra no intercambio contabil do mes do pagamento
      * (EXPORTARCONTABIL, contas 9NN pela categoria de custo);
      * cancelada (C) sai da agenda.
      * Categorias de custo:
      *   MER = merenda              TRA = transporte escolar
      *   DID = material didatico    MAN = manutencao
      *   SER = servicos e consumo   OUT = outras despesas
       01 REG-CONTA-PAGAR.
           05 CPG-NUMERO PIC 9(6).
           05 CPG-DOCUMENTO.
               10 CPG-FORNECEDOR PIC X(6).
               10 CPG-NOTA-FISCAL PIC X(12).
           05 CPG-CATEGORIA PIC X(3).
               88 CPG-CATEGORIA-VALIDA
                   VALUES "MER" "TRA" "DID" "MAN" "SER" "OUT".
           05 CPG-UNIDADE PIC X(3).
           05 CPG-HISTORICO PIC X(30).
           05 CPG-VENCIMENTO PIC 9(8).
           05 CPG-VALOR PIC 9(7)V9(2).
           05 CPG-STATUS PIC X(1).
               88 CPG-LANCADA   VALUE "L".
               88 CPG-APROVADA  VALUE "A".
               88 CPG-PAGA      VALUE "P".
               88 CPG-CANCELADA VALUE "C".
           05 CPG-DATA-LANCAMENTO PIC 9(8).
           05 CPG-OPERADOR-LANCAMENTO PIC X(8).
           05 CPG-DATA-APROVACAO PIC 9(8).
           05 CPG-OPERADOR-APROVACAO PIC X(8).
           05 CPG-DATA-PAGAMENTO PIC 9(8).
           05 CPG-OPERADOR-PAGAMENTO PIC X(8).

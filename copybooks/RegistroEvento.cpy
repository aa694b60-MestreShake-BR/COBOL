      * (importacao terminou com rejeitos), OCORRENCIA (ocorrencia
      * disciplinar grave registrada), BIBLIOTECA (livro em
      * atraso, gera lembrete ao responsavel), EVASAO (faltas
      * consecutivas acima do limite, gera ficha de busca ativa),
      * NEGATIVACAO (aviso previo de inclusao no cadastro de
      * protecao ao credito, gera carta ao responsavel),
      * PRAZO-NOTAS (lembrete ao professor de notas pendentes perto
      * do prazo do bimestre), PRAZO-VENCIDO (prazo de notas
      * vencido com pendencia, escalonado a coordenacao),
      * CIENCIA-PEND (documento enviado a familia sem ciencia
      * assinada depois do prazo, gera a lista de contato),
      * REUNIAO-PAIS (convite ou cancelamento de reuniao de pais,
      * gera carta ao responsavel), VACINA-ATRASO (dose do
      * calendario vacinal atrasada ou carteira nao apresentada,
      * gera carta ao responsavel), RETIRADA-NEG (retirada de aluno
      * recusada na portaria, gera alerta a coordenacao),
      * BOLSA-AVISO (bolsa advertida na revisao do bimestre ou
      * suspensa pelo comite, gera carta ao responsavel),
      * OUVIDORIA-ATR (protocolo de ouvidoria vencido sem
      * fechamento, gera alerta ao setor responsavel).
       01 REG-EVENTO.
           05 EVT-TIPO PIC X(14).
           05 EVT-CHAVE PIC X(10).

      * Protocolo de documento enviado a familia (protocolos.idx),
      * chave numero sequencial: boletim, carta de reprovacao,
      * carta de ocorrencia, lembrete da biblioteca e aviso de
      * negativacao saem com o numero impresso e voltam assinados.
      * Gravado por REGISTRARPROTOCOLO no momento da emissao; a
      * ciencia (quem assinou e quando) e registrada no balcao por
      * PROTOCOLOS.cbl. Passado o prazo sem ciencia, a cobranca
      * gera um evento CIENCIA-PEND e carimba PRT-DATA-COBRANCA,
      * para o mesmo documento nao ser cobrado toda noite.
       01 REG-PROTOCOLO.
           05 PRT-NUMERO PIC 9(7).
           05 PRT-TIPO PIC X(14).
           05 PRT-MATRICULA PIC 9(5).
           05 PRT-DESCRICAO PIC X(40).
           05 PRT-DATA-ENVIO PIC 9(8).
           05 PRT-PRAZO PIC 9(8).
           05 PRT-SITUACAO PIC X(1).
               88 PRT-PENDENTE VALUE "P".
               88 PRT-CIENTE   VALUE "C".
           05 PRT-CIENTE-NOME PIC X(30).
           05 PRT-CIENTE-DATA PIC 9(8).
           05 PRT-OPERADOR PIC X(8).
           05 PRT-DATA-COBRANCA PIC 9(8).

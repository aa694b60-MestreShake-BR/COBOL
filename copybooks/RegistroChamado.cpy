      * Chamado de manutencao predial (chamados_manutencao.idx), um
      * por problema numa sala de salas.idx: o pedido que antes ia
      * de boca ao zelador. Chave pelo numero sequencial e chave
      * alternada pela sala. Mantido por CHAMADOSMANUTENCAO.cbl.
      * Um chamado pode bloquear a sala por um periodo; enquanto o
      * chamado nao esta fechado e a data cai no periodo, a sala
      * esta bloqueada (SALABLOQUEADA responde isso a GRADEHORARIA,
      * CALENDARIOPROVAS e SALAS).
       01 REG-CHAMADO.
           05 CHM-NUMERO PIC 9(6).
           05 CHM-SALA PIC X(10).
           05 CHM-PROBLEMA PIC X(40).
           05 CHM-PRIORIDADE PIC X(1).
               88 CHM-PRIORIDADE-ALTA  VALUE "A".
               88 CHM-PRIORIDADE-MEDIA VALUE "M".
               88 CHM-PRIORIDADE-BAIXA VALUE "B".
           05 CHM-ABERTO-POR PIC X(8).
           05 CHM-DATA-ABERTURA PIC 9(8).
      * Quem vai resolver: zelador, eletricista, firma contratada.
           05 CHM-RESPONSAVEL PIC X(20).
           05 CHM-SITUACAO PIC X(1).
               88 CHM-ABERTO       VALUE "A".
               88 CHM-EM-ANDAMENTO VALUE "E".
               88 CHM-FECHADO      VALUE "F".
           05 CHM-DATA-FECHAMENTO PIC 9(8).
           05 CHM-SOLUCAO PIC X(40).
      * Bloqueio da sala: inicio zerado = chamado sem bloqueio; fim
      * zerado = bloqueada ate o fechamento do chamado.
           05 CHM-BLOQUEIO-INICIO PIC 9(8).
           05 CHM-BLOQUEIO-FIM PIC 9(8).

      * (tipo 99), redefinidos sobre a mesma area. Gravado por
      * EXPORTARCENSO e conferido contra o arquivo de criticas por
      * RETORNOCENSO.
      * No detalhe de aluno, CEN-A-DEFICIENCIA ("1" sim, "0" nao) e
      * as nove marcas de tipo (1 cegueira, 2 baixa visao, 3 surdez,
      * 4 def. auditiva, 5 surdocegueira, 6 def. fisica, 7 def.
      * intelectual, 8 TEA, 9 altas habilidades) e os recursos para
      * avaliacao vem do cadastro de atendimento especializado
      * (aee.idx); cada marca e "1" ou "0".
       01 CEN-REGISTRO PIC X(80).
       01 CEN-HEADER REDEFINES CEN-REGISTRO.
           05 CEN-H-TIPO PIC X(2).
           05 CEN-A-IDADE PIC 9(2).
           05 CEN-A-TURMA PIC X(10).
           05 CEN-A-ANO-LETIVO PIC 9(4).
           05 CEN-A-DEFICIENCIA PIC X(1).
           05 CEN-A-TIPOS-DEFICIENCIA.
               10 CEN-A-TIPO-DEF PIC X(1) OCCURS 9 TIMES.
           05 CEN-A-RECURSOS.
               10 CEN-A-REC-TEMPO PIC X(1).
               10 CEN-A-REC-SALA PIC X(1).
               10 CEN-A-REC-AMPLIADA PIC X(1).
               10 CEN-A-REC-LEDOR PIC X(1).
               10 CEN-A-REC-TRANSCRITOR PIC X(1).
               10 CEN-A-REC-LIBRAS PIC X(1).
           05 FILLER PIC X(21).
       01 CEN-DETALHE-PROF REDEFINES CEN-REGISTRO.
           05 CEN-P-TIPO PIC X(2).
           05 CEN-P-MATRICULA PIC X(8).

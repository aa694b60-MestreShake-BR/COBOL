       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALUNOS ASSIGN TO "alunos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATRICULA-ALUNO
               ALTERNATE RECORD KEY IS TURMA WITH DUPLICATES
               ALTERNATE RECORD KEY IS UNIDADE-ALUNO WITH DUPLICATES
               FILE STATUS IS WS-STATUS.
           SELECT ARQUIVO-PROFESSOR ASSIGN TO "professores.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAU-MATRICULA
               FILE STATUS IS WS-STATUS-SAU.
           SELECT ARQUIVO-VACINACAO ASSIGN TO "vacinacao.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-MATRICULA
               FILE STATUS IS WS-STATUS-VAC.
           SELECT ARQUIVO-CALENDARIO-VAC
               ASSIGN TO "calendario_vacinal.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CVC-CHAVE
               FILE STATUS IS WS-STATUS-CVC.
           SELECT ARQUIVO-BOLSA ASSIGN TO "bolsa_familia.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BFA-MATRICULA
               FILE STATUS IS WS-STATUS-BFA.
           SELECT ARQUIVO-OCORRENCIA ASSIGN TO "ocorrencias.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NIX-CHAVE
               FILE STATUS IS WS-STATUS-NIX.
           SELECT ARQUIVO-CANDIDATO ASSIGN TO "candidatos.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAN-NUMERO
               FILE STATUS IS WS-STATUS-CAN.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALUNOS.
       FD  ARQUIVO-INDICE-NOME.
           COPY "RegistroIndiceNome.cpy".

       FD  ARQUIVO-CANDIDATO.
           COPY "RegistroCandidato.cpy".

       FD  ARQUIVO-FAMILIA.
           COPY "RegistroFamilia.cpy".

       FD  ARQUIVO-SAUDE.
           COPY "RegistroSaude.cpy".

       FD  ARQUIVO-VACINACAO.
           COPY "RegistroVacinacao.cpy".

       FD  ARQUIVO-CALENDARIO-VAC.
           COPY "RegistroCalendarioVacinal.cpy".

       FD  ARQUIVO-BOLSA.
           COPY "RegistroBolsaFamilia.cpy".

       FD  ARQUIVO-DOCUMENTO.
           COPY "RegistroDocumento.cpy".


       WORKING-STORAGE SECTION.
       01 OPCAO PIC 9(2).
       01 WS-MATRICULA-NOVA PIC 9(5).
       01 WS-CHAVE-BUSCA PIC 9(5).
       01 WS-STATUS-MATRICULA PIC X.
       01 WS-IDADE-TEXTO PIC X(3).
       01 WS-FIM-BUSCA-NOME PIC X.
       01 WS-TOTAL-ENCONTRADOS PIC 9(3) VALUE ZERO.
       01 WS-CONFIRMA PIC X.
      * Pendencias e cascata da exclusao (PENDENCIASEXCLUSAO e
      * ARQUIVAREXCLUSAO).
       01 WS-COBRANCAS-ABERTAS PIC 9(3).
       01 WS-LIVROS-COM-ALUNO PIC 9(3).
       01 WS-SALDO-CANTINA PIC 9(5)V9(2).
       01 WS-ED-SALDO-CANTINA PIC ZZ,ZZ9.99.
       01 WS-TOTAL-ARQUIVADOS PIC 9(5).
       01 WS-FIM-LISTA PIC X.
       01 WS-TOTAL-LISTADO PIC 9(3) VALUE ZERO.
       01 WS-STATUS PIC X(2).
       01 WS-STATUS-TUR PIC X(2).
       01 WS-STATUS-ESP PIC X(2).
       01 WS-STATUS-TURMA PIC X.
       01 WS-REGISTRO-GUARDADO PIC X(117).
       01 WS-TOTAL-NA-TURMA PIC 9(3) VALUE ZERO.
       01 WS-FIM-CONTA PIC X.
       01 WS-OPERADOR-SESSAO PIC X(8) VALUE SPACES.
       01 WS-PERFIL-SESSAO PIC X(1) VALUE SPACES.
       01 WS-SESSAO-CARREGADA PIC X VALUE "N".
       01 WS-TRAVA-CONJUNTO PIC X(12) VALUE "alunos.idx".
       01 WS-TRAVA-JOB PIC X(16) VALUE "ALUNOSRELATIVOS".
       01 WS-TRAVA-OK PIC X VALUE "N".
      * Leitura de dado sensivel (REGISTRARACESSO).
       01 WS-ACS-TIPO PIC X(1).
       01 WS-ACS-PROGRAMA PIC X(16) VALUE "ALUNOSRELATIVOS".
       01 WS-PODE-MANTER PIC X.
       01 WS-PROFESSOR-OK PIC X.
       01 WS-FIM-VARREDURA PIC X.
       01 WS-STATUS-OCO PIC X(2).
       01 WS-STATUS-SAU PIC X(2).
       01 WS-OPCAO-SAU PIC 9.
       01 WS-STATUS-VAC PIC X(2).
       01 WS-STATUS-CVC PIC X(2).
       01 WS-VAC-NOVA PIC X.
       01 WS-VAC-NASCIMENTO PIC 9(8).
       01 WS-VAC-VACINA PIC X(10).
       01 WS-VAC-DOSE PIC 9(1).
       01 WS-VAC-DATA PIC 9(8).
       01 WS-VAC-HOJE PIC 9(8).
       01 WS-VAC-IND PIC 9(2).
       01 WS-VAC-ACHADO PIC 9(2).
       01 WS-VAC-CONFIRMA PIC X.
       01 WS-STATUS-BFA PIC X(2).
       01 WS-OPCAO-BFA PIC 9.
       01 WS-NIS-TEXTO PIC X(11).
       01 WS-NIS PIC 9(11).
       01 WS-NIS-DIGITOS REDEFINES WS-NIS.
           05 WS-NIS-DIGITO PIC 9 OCCURS 11 TIMES.
       01 WS-NIS-PESOS PIC X(10) VALUE "3298765432".
       01 WS-NIS-PESO PIC 9.
       01 WS-NIS-SOMA PIC 9(4).
       01 WS-NIS-RESTO PIC 9(2).
       01 WS-NIS-DV PIC 9(2).
       01 WS-NIS-IND PIC 9(2).
       01 WS-NIS-OK PIC X.
       01 WS-NIS-EM-USO PIC 9(5).
       01 WS-FIM-BFA PIC X.
       01 WS-STATUS-DOC PIC X(2).
       01 WS-DOC-TIPO PIC 9(1).
       01 WS-DOC-ENTREGUE PIC X.
       01 WS-TOTAL-IRMAOS PIC 9(2).
       01 WS-FIM-INDICE PIC X.
       01 WS-NOME-INDEXADO PIC X(20).
       01 WS-ALUNO-GRAVADO PIC X.
       01 WS-SERIE-EXIGIDA PIC 9(2) VALUE ZERO.
       01 WS-STATUS-CAN PIC X(2).
       01 WS-CANDIDATO-NUMERO PIC 9(5).
       01 WS-HOJE-CANDIDATO PIC 9(8).
       01 WS-IDADE-CANDIDATO PIC 9(3).

       PROCEDURE DIVISION.
       PRINCIPAL.
                   WS-PERFIL-SESSAO
               MOVE "S" TO WS-SESSAO-CARREGADA
           END-IF.
      * A trava de alunos.idx vale so enquanto dura uma opcao de
      * manutencao; toda opcao volta por aqui e a solta.
           IF WS-TRAVA-OK = "S"
               CALL "TRAVAEXEC-SOLTAR" USING WS-TRAVA-CONJUNTO
                   WS-TRAVA-JOB
               MOVE "N" TO WS-TRAVA-OK
           END-IF.
           DISPLAY "-------------------".
           DISPLAY " Sistema de Alunos ".
           DISPLAY "-------------------".
           DISPLAY "9 -  Mudar Situacao do Aluno".
           DISPLAY "10 - Ocorrencias do Aluno".
           DISPLAY "11 - Ficha de Saude".
           DISPLAY "12 - Bolsa Familia (NIS)".
           DISPLAY "13 - Matricular Candidato Aprovado".
           DISPLAY "14 - Sair          ".
           ACCEPT OPCAO.

           EVALUATE OPCAO
               WHEN 1
                   PERFORM EXIGIR-MANUTENCAO-ALUNOS
                   IF WS-PODE-MANTER = "S"
                       PERFORM INSERIR-ALUNO
                   ELSE
               WHEN 2
                   PERFORM BUSCAR-ALUNO
               WHEN 3
                   PERFORM EXIGIR-MANUTENCAO-ALUNOS
                   IF WS-PODE-MANTER = "S"
                       PERFORM MODIFICAR-ALUNO
                   ELSE
                       PERFORM PRINCIPAL
                   END-IF
               WHEN 4
                   PERFORM EXIGIR-MANUTENCAO-ALUNOS
                   IF WS-PODE-MANTER = "S"
                       PERFORM EXCLUIR-ALUNO
                   ELSE
               WHEN 6
                   PERFORM LISTAR-POR-TURMA
               WHEN 7
                   PERFORM EXIGIR-MANUTENCAO-ALUNOS
                   IF WS-PODE-MANTER = "S"
                       PERFORM MANTER-RESPONSAVEL
                   ELSE
               WHEN 8
                   PERFORM VERIFICAR-VINCULOS-PROFESSOR
               WHEN 9
                   PERFORM EXIGIR-MANUTENCAO-ALUNOS
                   IF WS-PODE-MANTER = "S"
                       PERFORM MUDAR-SITUACAO
                   ELSE
               WHEN 11
                   PERFORM MENU-FICHA-SAUDE
               WHEN 12
                   PERFORM MENU-BOLSA-FAMILIA
               WHEN 13
                   PERFORM EXIGIR-MANUTENCAO-ALUNOS
                   IF WS-PODE-MANTER = "S"
                       PERFORM MATRICULAR-CANDIDATO
                   ELSE
                       PERFORM PRINCIPAL
                   END-IF
               WHEN 14
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opção Invalida!"
           DISPLAY "-------------------".
           INITIALIZE REGISTRO-ALUNO.
           DISPLAY "Matricula do Aluno ".
           ACCEPT WS-MATRICULA-NOVA.

           CALL "VALIDARMATRICULA" USING WS-MATRICULA-NOVA
               WS-STATUS-MATRICULA.
           IF WS-STATUS-MATRICULA = "P"
               DISPLAY "Erro: matricula ja usada por um professor."
               DISPLAY "Cadastro cancelado."
           ELSE
               MOVE WS-MATRICULA-NOVA TO MATRICULA-ALUNO
               DISPLAY "Nome do Aluno"
               ACCEPT NOME-ALUNO
               DISPLAY "Idade do Aluno"
                       DISPLAY "Unidade (vazio = sede)"
                       ACCEPT UNIDADE-ALUNO

                       PERFORM EFETIVAR-MATRICULA
                   END-IF
               END-IF
           END-IF.
           PERFORM PRINCIPAL.

       EFETIVAR-MATRICULA.
      * Parte comum a matricula digitada e a do candidato aprovado
      * na admissao: turma conferida contra o cadastro e a lotacao
      * (e contra a serie da inscricao, quando WS-SERIE-EXIGIDA
      * vem preenchida), gravacao com auditoria e indice de nomes,
      * checklist de documentos e contrato. WS-ALUNO-GRAVADO diz se
      * o registro entrou em alunos.idx.
           MOVE "N" TO WS-ALUNO-GRAVADO.
           SET ALUNO-ATIVO TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO DATA-SITUACAO.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO DATA-CRIACAO.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO DATA-ALTERACAO.
           PERFORM VALIDAR-TURMA-MATRICULA.
           IF WS-STATUS-TURMA = "V" AND WS-SERIE-EXIGIDA NOT = ZERO
                   AND TUR-SERIE NOT = WS-SERIE-EXIGIDA
               DISPLAY "Erro: a turma e da serie " TUR-SERIE
                   " e a inscricao e para a serie "
                   WS-SERIE-EXIGIDA "."
               MOVE "N" TO WS-STATUS-TURMA
           END-IF.
           EVALUATE WS-STATUS-TURMA
               WHEN "V"
                   PERFORM ABRIR-ARQUIVO-IO
                   IF WS-ARQUIVO-OK = "S"
                       WRITE REGISTRO-ALUNO INVALID KEY
                           DISPLAY "Erro ao gravar registro!"
                       NOT INVALID KEY
                           MOVE "S" TO WS-ALUNO-GRAVADO
                           MOVE MATRICULA-ALUNO TO AUD-MATRICULA
                           MOVE "CADASTRO" TO AUD-OPERACAO
                           MOVE SPACES TO AUD-VALOR-ANTIGO
                           MOVE NOME-ALUNO TO AUD-VALOR-NOVO
                           PERFORM GRAVAR-AUDITORIA-ALUNO
                           MOVE NOME-ALUNO TO WS-NOME-INDEXADO
                           PERFORM INDICE-INCLUIR
                       END-WRITE
                       CLOSE ARQUIVO-ALUNOS
                       DISPLAY "Aluno gravado com sucesso!"
                       IF WS-ALUNO-GRAVADO = "S"
                               AND WS-SERIE-EXIGIDA NOT = ZERO
                           PERFORM TRAZER-RESPONSAVEL-CANDIDATO
                       END-IF
                       PERFORM CAPTURAR-DOCUMENTOS
                       PERFORM OFERECER-CONTRATO
                   END-IF
               WHEN "L"
                   PERFORM OFERECER-LISTA-ESPERA
               WHEN OTHER
                   DISPLAY "Cadastro cancelado."
           END-EVALUATE.

       MATRICULAR-CANDIDATO.
      * Aprovado da admissao (ADMISSOES) que confirmou a vaga vira
      * matricula pelo mesmo caminho de INSERIR-ALUNO; nome, idade
      * (pela data de nascimento), ano letivo, serie e unidade vem
      * da inscricao. A inscricao fica marcada como matriculada, ou
      * em espera se a turma lotou e ele foi para a fila.
           DISPLAY "-------------------".
           DISPLAY " Matricula de Candidato Aprovado ".
           DISPLAY "-------------------".
           OPEN I-O ARQUIVO-CANDIDATO.
           IF WS-STATUS-CAN NOT = "00"
               DISPLAY "Erro: candidatos.idx indisponivel (STATUS="
                   WS-STATUS-CAN ")."
               PERFORM PRINCIPAL
           END-IF.
           PERFORM CONVERTER-CANDIDATO.
           CLOSE ARQUIVO-CANDIDATO.
           MOVE ZERO TO WS-SERIE-EXIGIDA.
           PERFORM PRINCIPAL.

       CONVERTER-CANDIDATO.
           DISPLAY "Numero de inscricao do candidato: ".
           ACCEPT WS-CANDIDATO-NUMERO.
           MOVE WS-CANDIDATO-NUMERO TO CAN-NUMERO.
           READ ARQUIVO-CANDIDATO KEY IS CAN-NUMERO
               INVALID KEY
                   DISPLAY "Inscricao nao encontrada."
                   EXIT PARAGRAPH
           END-READ.
           IF NOT CAN-APROVADO
               DISPLAY "Erro: o candidato nao esta aprovado na "
                   "admissao."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Candidato: " CAN-NOME " serie " CAN-SERIE
               " unidade " CAN-UNIDADE " ano " CAN-ANO-LETIVO.
           INITIALIZE REGISTRO-ALUNO.
           DISPLAY "Matricula do Aluno ".
           ACCEPT WS-MATRICULA-NOVA.
           CALL "VALIDARMATRICULA" USING WS-MATRICULA-NOVA
               WS-STATUS-MATRICULA.
           IF WS-STATUS-MATRICULA NOT = "L"
               DISPLAY "Erro: matricula ja usada por aluno ou "
                   "professor."
               DISPLAY "Cadastro cancelado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATRICULA-NOVA TO MATRICULA-ALUNO.
           MOVE CAN-NOME TO NOME-ALUNO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE-CANDIDATO.
           COMPUTE WS-IDADE-CANDIDATO =
               (WS-HOJE-CANDIDATO - CAN-DATA-NASCIMENTO) / 10000.
           MOVE WS-IDADE-CANDIDATO TO WS-IDADE-TEXTO.
           CALL "VALIDARCADASTRO" USING NOME-ALUNO WS-IDADE-TEXTO
               WS-STATUS-CADASTRO.
           IF WS-STATUS-CADASTRO NOT = "V"
               DISPLAY "Erro: nome em branco ou idade invalida."
               DISPLAY "Cadastro cancelado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IDADE-CANDIDATO TO IDADE-ALUNO.
           DISPLAY "Idade calculada: " IDADE-ALUNO.
           DISPLAY "Matricula do Professor Responsavel".
           ACCEPT MATRICULA-PROFESSOR.
           PERFORM VALIDAR-PROFESSOR-MATRICULA.
           IF WS-PROFESSOR-OK NOT = "S"
               DISPLAY "Cadastro cancelado."
               EXIT PARAGRAPH
           END-IF.
           MOVE CAN-ANO-LETIVO TO ANO-LETIVO.
           DISPLAY "Turma (serie " CAN-SERIE ")".
           ACCEPT TURMA.
           MOVE CAN-UNIDADE TO UNIDADE-ALUNO.
           MOVE CAN-SERIE TO WS-SERIE-EXIGIDA.
           MOVE SPACE TO WS-OPCAO-ESPERA.
           PERFORM EFETIVAR-MATRICULA.
           IF WS-ALUNO-GRAVADO = "S"
               SET CAN-CONVERTIDO TO TRUE
               MOVE MATRICULA-ALUNO TO CAN-MATRICULA
               MOVE WS-OPERADOR-SESSAO TO CAN-OPERADOR
               REWRITE REG-CANDIDATO
               DISPLAY "Inscricao " CAN-NUMERO " marcada como "
                   "matriculada."
           ELSE
               IF WS-STATUS-TURMA = "L"
                       AND (WS-OPCAO-ESPERA = "S"
                           OR WS-OPCAO-ESPERA = "s")
                   SET CAN-EM-ESPERA TO TRUE
                   MOVE MATRICULA-ALUNO TO CAN-MATRICULA
                   MOVE WS-OPERADOR-SESSAO TO CAN-OPERADOR
                   REWRITE REG-CANDIDATO
               END-IF
           END-IF.

       TRAZER-RESPONSAVEL-CANDIDATO.
      * O contato informado na inscricao vira o responsavel do
      * aluno (se a matricula ainda nao tiver um), a tempo de sair
      * como contratante no contrato.
           OPEN I-O ARQUIVO-RESPONSAVEL.
           IF WS-STATUS-RSP = "35"
               OPEN OUTPUT ARQUIVO-RESPONSAVEL
               CLOSE ARQUIVO-RESPONSAVEL
               OPEN I-O ARQUIVO-RESPONSAVEL
           END-IF.
           IF WS-STATUS-RSP NOT = "00" OR CAN-RSP-NOME = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE MATRICULA-ALUNO TO RSP-MATRICULA.
           MOVE CAN-RSP-NOME TO RSP-NOME.
           MOVE CAN-RSP-PARENTESCO TO RSP-PARENTESCO.
           MOVE CAN-RSP-TELEFONE TO RSP-TELEFONE.
           MOVE CAN-RSP-ENDERECO TO RSP-ENDERECO.
           WRITE REG-RESPONSAVEL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Responsavel da inscricao cadastrado."
           END-WRITE.
           CLOSE ARQUIVO-RESPONSAVEL.

       VALIDAR-PROFESSOR-MATRICULA.
      * O professor responsavel precisa existir e estar ativo em
      * professores.idx antes de o aluno ser gravado; sem isso o

       VERIFICAR-VINCULOS-PROFESSOR.
      * Varredura unica de saneamento: lista todo aluno de
      * alunos.idx apontando para professor inexistente ou inativo,
      * para a secretaria corrigir os vinculos gravados antes da
      * validacao existir.
           DISPLAY "-------------------".
           END-IF.

       CONTAR-ALUNOS-NA-TURMA.
      * Leitura chaveada de alunos.idx pela chave alternativa TURMA:
      * posiciona no primeiro aluno da turma e le ate a turma mudar.
      * O READ sobrescreve a area do registro onde o cadastro
      * digitado ainda nao gravado esta montado, entao ela e
      * guardada e restaurada ao final.
           MOVE REGISTRO-ALUNO TO WS-REGISTRO-GUARDADO.
           MOVE ZERO TO WS-TOTAL-NA-TURMA.
           MOVE "N" TO WS-FIM-CONTA.
           OPEN INPUT ARQUIVO-ALUNOS.
           IF WS-STATUS = "00"
               MOVE TUR-CODIGO TO TURMA OF REGISTRO-ALUNO
               START ARQUIVO-ALUNOS KEY IS = TURMA OF REGISTRO-ALUNO
                   INVALID KEY
                       MOVE "S" TO WS-FIM-CONTA
               END-START
               PERFORM UNTIL WS-FIM-CONTA = "S"
                   READ ARQUIVO-ALUNOS NEXT RECORD
                       AT END
                       NOT AT END
                           IF TURMA OF REGISTRO-ALUNO = TUR-CODIGO
                               ADD 1 TO WS-TOTAL-NA-TURMA
                           ELSE
                               MOVE "S" TO WS-FIM-CONTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-ALUNOS
           END-IF.
           MOVE WS-REGISTRO-GUARDADO TO REGISTRO-ALUNO.

       OFERECER-LISTA-ESPERA.

           PERFORM ABRIR-ARQUIVO-LEITURA.
           IF WS-ARQUIVO-OK = "S"
               MOVE WS-CHAVE-BUSCA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS INVALID KEY
                   DISPLAY "Registro nao encontrado"
               NOT INVALID KEY
       BUSCAR-ALUNO-POR-NOME.
      * Busca chaveada pelo indice lateral de nomes; so quando o
      * indice nao abre (ainda nao construido) cai na varredura
      * sequencial antiga do cadastro inteiro.
           DISPLAY "Nome do aluno?".
           ACCEPT WS-NOME-BUSCA.

       MOSTRAR-ALUNO-DO-INDICE.
           PERFORM ABRIR-ARQUIVO-LEITURA.
           IF WS-ARQUIVO-OK = "S"
               MOVE NIX-MATRICULA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       DISPLAY "Indice aponta matricula inexistente: "

           PERFORM ABRIR-ARQUIVO-IO.
           IF WS-ARQUIVO-OK = "S"
               MOVE WS-CHAVE-BUSCA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS INVALID KEY
                   DISPLAY "Erro: Matricula nao encontrada!"
               NOT INVALID KEY
      * Perfil C (consulta) nao insere, nao altera e nao exclui;
      * o menu principal ja esconde o que pode, mas a trava fica
      * tambem aqui para quem chama este programa direto.
           IF WS-PERFIL-SESSAO = "C" OR WS-PERFIL-SESSAO = "O"
               MOVE "N" TO WS-PODE-MANTER
               DISPLAY "Permissao negada: perfil de consulta."
           ELSE
               MOVE "S" TO WS-PODE-MANTER
           END-IF.

       EXIGIR-MANUTENCAO-ALUNOS.
      * Manutencao do cadastro: alem do perfil, segura alunos.idx
      * para o FECHARANO nao excluir alunos durante a alteracao.
           PERFORM EXIGIR-MANUTENCAO.
           IF WS-PODE-MANTER = "S"
               CALL "TRAVAEXEC-OBTER" USING WS-TRAVA-CONJUNTO
                   WS-TRAVA-JOB WS-TRAVA-OK
               IF WS-TRAVA-OK NOT = "S"
                   MOVE "N" TO WS-PODE-MANTER
               END-IF
           END-IF.

       MUDAR-SITUACAO.
      * Troca de situacao com data de vigencia, no lugar da exclusao
      * fisica: trancado, transferido e formado continuam no arquivo

           PERFORM ABRIR-ARQUIVO-IO.
           IF WS-ARQUIVO-OK = "S"
               MOVE WS-CHAVE-BUSCA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS INVALID KEY
                   DISPLAY "Erro: Matricula nao encontrada!"
               NOT INVALID KEY

           PERFORM ABRIR-ARQUIVO-LEITURA.
           IF WS-ARQUIVO-OK = "S"
               MOVE WS-CHAVE-BUSCA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS INVALID KEY
                   DISPLAY "Erro: Matricula nao encontrada!"
                   CLOSE ARQUIVO-ALUNOS
           IF WS-ARQUIVO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHAVE-BUSCA TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   DISPLAY "Erro: Matricula nao encontrada!"
           END-PERFORM.
           CLOSE ARQUIVO-OCORRENCIA.
           DISPLAY "Total de ocorrencias: " WS-TOTAL-OCO.
      * Consulta com ocorrencia na tela fica no log de acessos.
           IF WS-TOTAL-OCO > ZERO
               MOVE "O" TO WS-ACS-TIPO
               CALL "REGISTRARACESSO" USING WS-ACS-TIPO WS-CHAVE-BUSCA
                   WS-ACS-PROGRAMA
           END-IF.

       OFERECER-CONTRATO.
      * Contrato de prestacao de servicos gerado na propria
       MENU-FICHA-SAUDE.
      * Ficha de saude: alergias, medicacao e contato de emergencia
      * saem da pasta de papel; a folha de emergencia por turma e
      * impressa por FICHAEMERGENCIA.cbl. Ao lado dela fica a
      * carteira de vacinacao (vacinacao.idx), conferida contra o
      * calendario oficial por VACINACAO.cbl.
           DISPLAY "-------------------".
           DISPLAY "Ficha de Saude do Aluno".
           DISPLAY "-------------------".
           DISPLAY "1 - Registrar/Atualizar Ficha".
           DISPLAY "2 - Consultar Ficha".
           DISPLAY "3 - Registrar Dose de Vacina".
           DISPLAY "4 - Carteira de Vacinacao".
           ACCEPT WS-OPCAO-SAU.
           EVALUATE WS-OPCAO-SAU
               WHEN 1
                   END-IF
               WHEN 2
                   PERFORM CONSULTAR-FICHA-SAUDE
               WHEN 3
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM REGISTRAR-DOSE-VACINA
                   END-IF
               WHEN 4
                   PERFORM CONSULTAR-CARTEIRA-VACINA
               WHEN OTHER
                   DISPLAY "Opção Invalida!"
           END-EVALUATE.
           IF WS-ARQUIVO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHAVE-BUSCA TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   DISPLAY "Erro: Matricula nao encontrada!"
                   DISPLAY "Medico:         " SAU-MEDICO
                   DISPLAY "Emergencia:     " SAU-CONTATO-NOME
                       " " SAU-CONTATO-FONE
                   MOVE "S" TO WS-ACS-TIPO
                   CALL "REGISTRARACESSO" USING WS-ACS-TIPO
                       WS-CHAVE-BUSCA WS-ACS-PROGRAMA
           END-READ.
           CLOSE ARQUIVO-SAUDE.

       REGISTRAR-DOSE-VACINA.
      * Dose aplicada, copiada da carteira de vacinacao entregue
      * pela familia. A mesma vacina e dose digitada de novo so
      * corrige a data. Vacina fora do calendario oficial (campanha,
      * particular) entra com confirmacao, mas nao conta na
      * conferencia de VACINACAO.cbl.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-VAC-HOJE.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-CHAVE-BUSCA.
           PERFORM ABRIR-ARQUIVO-LEITURA.
           IF WS-ARQUIVO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHAVE-BUSCA TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   DISPLAY "Erro: Matricula nao encontrada!"
                   CLOSE ARQUIVO-ALUNOS
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   DISPLAY "Aluno: " NOME-ALUNO " idade "
                       IDADE-ALUNO
                   CLOSE ARQUIVO-ALUNOS
           END-READ.
           OPEN I-O ARQUIVO-VACINACAO.
           IF WS-STATUS-VAC = "35"
               OPEN OUTPUT ARQUIVO-VACINACAO
               CLOSE ARQUIVO-VACINACAO
               OPEN I-O ARQUIVO-VACINACAO
           END-IF.
           IF WS-STATUS-VAC NOT = "00"
               DISPLAY "Erro ao abrir vacinacao.idx. STATUS="
                   WS-STATUS-VAC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHAVE-BUSCA TO VAC-MATRICULA.
           READ ARQUIVO-VACINACAO KEY IS VAC-MATRICULA
               INVALID KEY
                   MOVE "S" TO WS-VAC-NOVA
                   INITIALIZE REG-VACINACAO
                   MOVE WS-CHAVE-BUSCA TO VAC-MATRICULA
               NOT INVALID KEY
                   MOVE "N" TO WS-VAC-NOVA
           END-READ.
           IF VAC-DATA-NASCIMENTO = ZERO
               DISPLAY "Data de nascimento (AAAAMMDD, 0 = nao "
                   "informada): "
           ELSE
               DISPLAY "Data de nascimento: " VAC-DATA-NASCIMENTO
                   " (AAAAMMDD para corrigir, 0 = manter): "
           END-IF.
           ACCEPT WS-VAC-NASCIMENTO.
           IF WS-VAC-NASCIMENTO NOT = ZERO
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-VAC-NASCIMENTO)
                       NOT = ZERO
                       OR WS-VAC-NASCIMENTO > WS-VAC-HOJE
                   DISPLAY "Data de nascimento invalida; mantida."
               ELSE
                   MOVE WS-VAC-NASCIMENTO TO VAC-DATA-NASCIMENTO
               END-IF
           END-IF.
           DISPLAY "Vacina (sigla do calendario, ex: DTP): ".
           ACCEPT WS-VAC-VACINA.
           MOVE FUNCTION UPPER-CASE(WS-VAC-VACINA) TO WS-VAC-VACINA.
           DISPLAY "Dose (1 a 9): ".
           ACCEPT WS-VAC-DOSE.
           DISPLAY "Data da aplicacao (AAAAMMDD): ".
           ACCEPT WS-VAC-DATA.
           IF WS-VAC-VACINA = SPACES OR WS-VAC-DOSE = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-VAC-DATA)
                       NOT = ZERO
                   OR WS-VAC-DATA > WS-VAC-HOJE
                   OR WS-VAC-DATA < VAC-DATA-NASCIMENTO
               DISPLAY "Erro: vacina, dose ou data invalida."
               CLOSE ARQUIVO-VACINACAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-VAC-CONFIRMA.
           OPEN INPUT ARQUIVO-CALENDARIO-VAC.
           IF WS-STATUS-CVC = "00"
               MOVE WS-VAC-VACINA TO CVC-VACINA
               MOVE WS-VAC-DOSE TO CVC-DOSE
               READ ARQUIVO-CALENDARIO-VAC KEY IS CVC-CHAVE
                   INVALID KEY
                       DISPLAY "Vacina/dose fora do calendario "
                           "oficial. Registrar assim mesmo? (S/N): "
                       ACCEPT WS-VAC-CONFIRMA
                   NOT INVALID KEY
                       DISPLAY "Dose: " CVC-DESCRICAO
               END-READ
               CLOSE ARQUIVO-CALENDARIO-VAC
           END-IF.
           IF WS-VAC-CONFIRMA NOT = "S" AND WS-VAC-CONFIRMA NOT = "s"
               DISPLAY "Registro cancelado."
               CLOSE ARQUIVO-VACINACAO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-VAC-ACHADO.
           PERFORM VARYING WS-VAC-IND FROM 1 BY 1
                   UNTIL WS-VAC-IND > VAC-QTD-DOSES
               IF VAC-VACINA(WS-VAC-IND) = WS-VAC-VACINA
                       AND VAC-NUM-DOSE(WS-VAC-IND) = WS-VAC-DOSE
                   MOVE WS-VAC-IND TO WS-VAC-ACHADO
               END-IF
           END-PERFORM.
           IF WS-VAC-ACHADO = ZERO
               IF VAC-QTD-DOSES >= 40
                   DISPLAY "Erro: carteira cheia (40 doses)."
                   CLOSE ARQUIVO-VACINACAO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO VAC-QTD-DOSES
               MOVE VAC-QTD-DOSES TO WS-VAC-ACHADO
           END-IF.
           MOVE WS-VAC-VACINA TO VAC-VACINA(WS-VAC-ACHADO).
           MOVE WS-VAC-DOSE TO VAC-NUM-DOSE(WS-VAC-ACHADO).
           MOVE WS-VAC-DATA TO VAC-DATA-DOSE(WS-VAC-ACHADO).
           MOVE WS-VAC-HOJE TO VAC-DATA-ATUALIZACAO.
           MOVE WS-OPERADOR-SESSAO TO VAC-OPERADOR.
           IF WS-VAC-NOVA = "S"
               WRITE REG-VACINACAO
                   INVALID KEY
                       DISPLAY "Erro ao gravar a carteira!"
                   NOT INVALID KEY
                       DISPLAY "Dose registrada."
               END-WRITE
           ELSE
               REWRITE REG-VACINACAO
                   INVALID KEY
                       DISPLAY "Erro ao gravar a carteira!"
                   NOT INVALID KEY
                       DISPLAY "Dose registrada."
               END-REWRITE
           END-IF.
           CLOSE ARQUIVO-VACINACAO.

       CONSULTAR-CARTEIRA-VACINA.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-CHAVE-BUSCA.
           OPEN INPUT ARQUIVO-VACINACAO.
           IF WS-STATUS-VAC NOT = "00"
               DISPLAY "Carteira de vacinacao nao registrada."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHAVE-BUSCA TO VAC-MATRICULA.
           READ ARQUIVO-VACINACAO KEY IS VAC-MATRICULA
               INVALID KEY
                   DISPLAY "Carteira de vacinacao nao registrada."
               NOT INVALID KEY
                   DISPLAY "Nascimento: " VAC-DATA-NASCIMENTO
                   PERFORM VARYING WS-VAC-IND FROM 1 BY 1
                           UNTIL WS-VAC-IND > VAC-QTD-DOSES
                       DISPLAY "  " VAC-VACINA(WS-VAC-IND)
                           " dose " VAC-NUM-DOSE(WS-VAC-IND)
                           " em " VAC-DATA-DOSE(WS-VAC-IND)
                   END-PERFORM
                   DISPLAY "Doses registradas: " VAC-QTD-DOSES
           END-READ.
           CLOSE ARQUIVO-VACINACAO.

       MENU-BOLSA-FAMILIA.
      * NIS do aluno beneficiario do Bolsa Familia, que a escola
      * informa no acompanhamento bimestral de frequencia
      * (BOLSAFAMILIA.cbl).
           DISPLAY "-------------------".
           DISPLAY "Bolsa Familia do Aluno".
           DISPLAY "-------------------".
           DISPLAY "1 - Registrar/Atualizar NIS".
           DISPLAY "2 - Consultar".
           DISPLAY "3 - Desligar do Programa".
           ACCEPT WS-OPCAO-BFA.
           EVALUATE WS-OPCAO-BFA
               WHEN 1
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM GRAVAR-BOLSA-FAMILIA
                   END-IF
               WHEN 2
                   PERFORM CONSULTAR-BOLSA-FAMILIA
               WHEN 3
                   PERFORM EXIGIR-MANUTENCAO
                   IF WS-PODE-MANTER = "S"
                       PERFORM DESLIGAR-BOLSA-FAMILIA
                   END-IF
               WHEN OTHER
                   DISPLAY "Opção Invalida!"
           END-EVALUATE.
           PERFORM PRINCIPAL.

       GRAVAR-BOLSA-FAMILIA.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-CHAVE-BUSCA.
           PERFORM ABRIR-ARQUIVO-LEITURA.
           IF WS-ARQUIVO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHAVE-BUSCA TO MATRICULA-ALUNO.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   DISPLAY "Erro: Matricula nao encontrada!"
                   CLOSE ARQUIVO-ALUNOS
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   DISPLAY "Aluno: " NOME-ALUNO
                   CLOSE ARQUIVO-ALUNOS
           END-READ.
           DISPLAY "NIS do aluno (11 digitos): ".
           ACCEPT WS-NIS-TEXTO.
           PERFORM VALIDAR-NIS.
           IF WS-NIS-OK NOT = "S"
               DISPLAY "Erro: NIS invalido (digito verificador)."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQUIVO-BOLSA.
           IF WS-STATUS-BFA = "35"
               OPEN OUTPUT ARQUIVO-BOLSA
               CLOSE ARQUIVO-BOLSA
               OPEN I-O ARQUIVO-BOLSA
           END-IF.
           IF WS-STATUS-BFA NOT = "00"
               DISPLAY "Erro ao abrir bolsa_familia.idx. STATUS="
                   WS-STATUS-BFA
               EXIT PARAGRAPH
           END-IF.
      * O mesmo NIS em duas matriculas duplicaria o beneficiario na
      * remessa do bimestre.
           PERFORM PROCURAR-NIS-EM-USO.
           IF WS-NIS-EM-USO NOT = ZERO
               DISPLAY "Erro: NIS ja informado para a matricula "
                   WS-NIS-EM-USO "."
               CLOSE ARQUIVO-BOLSA
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
           MOVE WS-CHAVE-BUSCA TO BFA-MATRICULA.
           READ ARQUIVO-BOLSA KEY IS BFA-MATRICULA
               INVALID KEY
                   MOVE WS-CHAVE-BUSCA TO BFA-MATRICULA
                   MOVE WS-NIS TO BFA-NIS
                   SET BFA-ATIVO TO TRUE
                   MOVE WS-DATA-HORA-ATUAL(1:8) TO BFA-DATA-INCLUSAO
                   MOVE WS-DATA-HORA-ATUAL(1:8) TO BFA-DATA-SITUACAO
                   MOVE WS-OPERADOR-SESSAO TO BFA-OPERADOR
                   WRITE REG-BOLSA-FAMILIA
                       INVALID KEY
                           DISPLAY "Erro ao gravar beneficiario!"
                       NOT INVALID KEY
                           DISPLAY "Beneficiario cadastrado."
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-NIS TO BFA-NIS
                   IF NOT BFA-ATIVO
                       SET BFA-ATIVO TO TRUE
                       MOVE WS-DATA-HORA-ATUAL(1:8)
                           TO BFA-DATA-SITUACAO
                   END-IF
                   MOVE WS-OPERADOR-SESSAO TO BFA-OPERADOR
                   REWRITE REG-BOLSA-FAMILIA
                       INVALID KEY
                           DISPLAY "Erro ao gravar beneficiario!"
                       NOT INVALID KEY
                           DISPLAY "Beneficiario atualizado."
                   END-REWRITE
           END-READ.
           CLOSE ARQUIVO-BOLSA.

       VALIDAR-NIS.
      * NIS/PIS: onze digitos, o ultimo e o verificador modulo 11
      * com pesos 3 2 9 8 7 6 5 4 3 2 sobre os dez primeiros.
           MOVE "N" TO WS-NIS-OK.
           IF WS-NIS-TEXTO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NIS-TEXTO TO WS-NIS.
           IF WS-NIS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-NIS-SOMA.
           PERFORM VARYING WS-NIS-IND FROM 1 BY 1
                   UNTIL WS-NIS-IND > 10
               MOVE WS-NIS-PESOS(WS-NIS-IND:1) TO WS-NIS-PESO
               COMPUTE WS-NIS-SOMA = WS-NIS-SOMA
                   + WS-NIS-DIGITO(WS-NIS-IND) * WS-NIS-PESO
           END-PERFORM.
           DIVIDE WS-NIS-SOMA BY 11 GIVING WS-NIS-IND
               REMAINDER WS-NIS-RESTO.
           COMPUTE WS-NIS-DV = 11 - WS-NIS-RESTO.
           IF WS-NIS-DV > 9
               MOVE ZERO TO WS-NIS-DV
           END-IF.
           IF WS-NIS-DV = WS-NIS-DIGITO(11)
               MOVE "S" TO WS-NIS-OK
           END-IF.

       PROCURAR-NIS-EM-USO.
           MOVE ZERO TO WS-NIS-EM-USO.
           MOVE "N" TO WS-FIM-BFA.
           MOVE ZERO TO BFA-MATRICULA.
           START ARQUIVO-BOLSA KEY IS >= BFA-MATRICULA
               INVALID KEY
                   MOVE "S" TO WS-FIM-BFA
           END-START.
           PERFORM UNTIL WS-FIM-BFA = "S"
               READ ARQUIVO-BOLSA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-BFA
                   NOT AT END
                       IF BFA-NIS = WS-NIS
                               AND BFA-MATRICULA NOT = WS-CHAVE-BUSCA
                               AND BFA-ATIVO
                           MOVE BFA-MATRICULA TO WS-NIS-EM-USO
                           MOVE "S" TO WS-FIM-BFA
                       END-IF
               END-READ
           END-PERFORM.

       CONSULTAR-BOLSA-FAMILIA.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-CHAVE-BUSCA.
           OPEN INPUT ARQUIVO-BOLSA.
           IF WS-STATUS-BFA NOT = "00"
               DISPLAY "Aluno sem NIS cadastrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHAVE-BUSCA TO BFA-MATRICULA.
           READ ARQUIVO-BOLSA KEY IS BFA-MATRICULA
               INVALID KEY
                   DISPLAY "Aluno sem NIS cadastrado."
               NOT INVALID KEY
                   DISPLAY "NIS:       " BFA-NIS
                   IF BFA-ATIVO
                       DISPLAY "Situacao:  BENEFICIARIO ATIVO"
                   ELSE
                       DISPLAY "Situacao:  DESLIGADO EM "
                           BFA-DATA-SITUACAO
                   END-IF
                   DISPLAY "Incluido:  " BFA-DATA-INCLUSAO
                       " por " BFA-OPERADOR
           END-READ.
           CLOSE ARQUIVO-BOLSA.

       DESLIGAR-BOLSA-FAMILIA.
      * O registro nao e apagado: fica o NIS e a data do
      * desligamento para conferir remessas antigas.
           DISPLAY "Matricula do Aluno: ".
           ACCEPT WS-CHAVE-BUSCA.
           OPEN I-O ARQUIVO-BOLSA.
           IF WS-STATUS-BFA NOT = "00"
               DISPLAY "Aluno sem NIS cadastrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHAVE-BUSCA TO BFA-MATRICULA.
           READ ARQUIVO-BOLSA KEY IS BFA-MATRICULA
               INVALID KEY
                   DISPLAY "Aluno sem NIS cadastrado."
               NOT INVALID KEY
                   IF BFA-DESLIGADO
                       DISPLAY "Aluno ja desligado do programa."
                   ELSE
                       MOVE FUNCTION CURRENT-DATE
                           TO WS-DATA-HORA-ATUAL
                       SET BFA-DESLIGADO TO TRUE
                       MOVE WS-DATA-HORA-ATUAL(1:8)
                           TO BFA-DATA-SITUACAO
                       MOVE WS-OPERADOR-SESSAO TO BFA-OPERADOR
                       REWRITE REG-BOLSA-FAMILIA
                           INVALID KEY
                               DISPLAY "Erro ao gravar!"
                           NOT INVALID KEY
                               DISPLAY "Aluno desligado do programa."
                       END-REWRITE
                   END-IF
           END-READ.
           CLOSE ARQUIVO-BOLSA.

       ABRIR-ARQUIVO-IO.
      * Mesmo tratamento de WS-STATUS que PROFINDEXADO ja usa em
      * ABRIR-ARQUIVO: cria o arquivo na primeira vez (status "35")
           END-EVALUATE.

       LISTAR-ALUNOS.
      * Varredura sequencial de alunos.idx em ordem de matricula,
      * listando todos os alunos matriculados.
           DISPLAY "-------------------".
           DISPLAY "  Lista de Alunos  ".
           DISPLAY "-------------------".

           PERFORM ABRIR-ARQUIVO-IO.
           IF WS-ARQUIVO-OK = "S"
               MOVE WS-CHAVE-BUSCA TO MATRICULA-ALUNO
               READ ARQUIVO-ALUNOS INVALID KEY
                   DISPLAY "Erro: Matricula nao encontrada!"
               NOT INVALID KEY
                   DISPLAY "Aluno encontrado: " NOME-ALUNO
                   CALL "PENDENCIASEXCLUSAO" USING MATRICULA-ALUNO
                       WS-COBRANCAS-ABERTAS WS-LIVROS-COM-ALUNO
                       WS-SALDO-CANTINA
                   IF WS-COBRANCAS-ABERTAS > ZERO
                           OR WS-LIVROS-COM-ALUNO > ZERO
                           OR WS-SALDO-CANTINA > ZERO
                       MOVE WS-SALDO-CANTINA TO WS-ED-SALDO-CANTINA
                       DISPLAY "Cobrancas em aberto: "
                           WS-COBRANCAS-ABERTAS
                       DISPLAY "Livros com o aluno.: "
                           WS-LIVROS-COM-ALUNO
                       DISPLAY "Saldo na cantina...: "
                           WS-ED-SALDO-CANTINA
                       IF WS-SALDO-CANTINA > ZERO
                           DISPLAY "Saldo da cantina: devolva a "
                               "familia em CANTINA (Devolver Saldo "
                               "a Familia), que abre o pedido em "
                               "DEVOLUCOES."
                       END-IF
                       DISPLAY "Exclusao bloqueada: regularize as "
                           "pendencias antes de excluir."
                       MOVE "N" TO WS-CONFIRMA
                   ELSE
                       DISPLAY "Confirma a exclusao? (S/N): "
                       ACCEPT WS-CONFIRMA
                   END-IF
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       DELETE ARQUIVO-ALUNOS INVALID KEY
                           DISPLAY "Erro ao excluir registro!"
                           PERFORM GRAVAR-AUDITORIA-ALUNO
                           MOVE NOME-ALUNO TO WS-NOME-INDEXADO
                           PERFORM INDICE-REMOVER
                           CALL "ARQUIVAREXCLUSAO" USING
                               MATRICULA-ALUNO WS-TOTAL-ARQUIVADOS
                           DISPLAY "Registros satelites arquivados em "
                               "exclusoes_arquivo.dat: "
                               WS-TOTAL-ARQUIVADOS
                       END-DELETE
                   ELSE
                       DISPLAY "Exclusao cancelada"

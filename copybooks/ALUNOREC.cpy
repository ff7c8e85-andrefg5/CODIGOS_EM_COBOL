      *  ALUNOREC.CPY
      *  CADASTRO DE ALUNOS (ALUNMAST) - UM ALUNO POR REGISTRO, COM O
      *  NOME COMPLETO, A TURMA, O ANO DE MATRICULA E A SITUACAO
      *  (A = ATIVO, T = TRANSFERIDO, F = FORMADO), O PERCENTUAL DE
      *  BOLSA E A REVISAO DE BOLSA PENDENTE (NOVO PERCENTUAL E MES DE
      *  VIGENCIA). MANTIDO PELO ALUNMANT; A ROTINA COMPARTILHADA
      *  ALUNINFO RESOLVE NOME E TURMA PARA OS RELATORIOS
      *  (MEDIAPONDERADA, RECUPERA, BOLETIM) - A LISTA DE PAPEL DA
      *  SECRETARIA PARA TRADUZIR ALUNO-ID SE APOSENTA.
      *----------------------------------------------------------------
      *  2026-09-03 AFG   ADICIONADO O PERCENTUAL DE BOLSA (RECORTADO
      *                   DO FILLER) - O MENSALID ABATE A BOLSA DA
      *                   MENSALIDADE DA TURMA. BRANCO = SEM BOLSA.
      *  2026-10-15 AFG   NOVA SITUACAO F (FORMADO), GRAVADA PELO
      *                   ROLAGEM PARA O APROVADO NO ULTIMO ANO - SAI
      *                   DOS ATIVOS COMO O TRANSFERIDO.
      *  2026-10-15 AFG   ADICIONADOS NO FIM DO REGISTRO (CAMPOS
      *                   EXISTENTES INTACTOS) O NOVO PERCENTUAL DE
      *                   BOLSA APROVADO NA REVISAO ANUAL (BOLSAREV) E
      *                   O MES (AAAAMM) EM QUE ELE PASSA A VALER: O
      *                   MENSALID COBRA PELO NOVO PERCENTUAL DO MES DE
      *                   VIGENCIA EM DIANTE E PELO ANTERIOR ANTES
      *                   DELE. MES EM BRANCO = SEM REVISAO PENDENTE.
      *  2026-10-15 AFG   ADICIONADA A DATA DE SAIDA DO TRANSFERIDO
      *                   (RECORTADA DO FILLER), GRAVADA PELO ALUNMANT
      *                   AO MARCAR A TRANSFERENCIA E IMPRESSA NA GUIA
      *                   DE TRANSFERENCIA (GUIATRAN). EM BRANCO NA
      *                   TRANSFERENCIA ANTIGA.
      ******************************************************************
       01  STUDENT-MASTER-RECORD.
           05  ALUNO-ID                PIC X(08).
           05  ALUNO-STATUS            PIC X(01).
               88  ALUNO-ATIVO                  VALUE "A" SPACE.
               88  ALUNO-TRANSFERIDO            VALUE "T".
               88  ALUNO-FORMADO                VALUE "F".
           05  ALUNO-BOLSA-PCT         PIC 9(03).
           05  ALUNO-DATA-SAIDA        PIC X(08).
           05  ALUNO-BOLSA-NOVA-PCT    PIC 9(03).
           05  ALUNO-BOLSA-VIG-MES     PIC X(06).

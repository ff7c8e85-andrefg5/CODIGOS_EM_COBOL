      ******************************************************************
      *  ATRIBREC.CPY
      *  ATRIBUICOES DE AULA (ATRIBUI) - UM REGISTRO POR PROFESSOR/
      *  TURMA/DISCIPLINA/PERIODO, MANTIDO PELO PROFMANT. A TURMA E A
      *  DO CADASTRO DE ALUNOS (ALUNO-TURMA) E A DISCIPLINA A DO
      *  ROSTER (ROSTER-DISCIPLINA); PERIODO EM BRANCO VALE PARA O ANO
      *  INTEIRO. AS AULAS POR SEMANA ALIMENTAM A CARGA HORARIA POR
      *  PROFESSOR DO PROFMANT.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  ASSIGNMENT-RECORD.
           05  ATR-PROF-ID             PIC X(08).
           05  ATR-TURMA               PIC X(06).
           05  ATR-DISCIPLINA          PIC X(08).
           05  ATR-PERIODO             PIC X(02).
           05  ATR-AULAS-SEMANA        PIC 9(02).
           05  FILLER                  PIC X(54).

      ******************************************************************
      *  PROFREC.CPY
      *  CADASTRO DE PROFESSORES (PROFMAST) - UM REGISTRO POR
      *  PROFESSOR, MANTIDO PELO PROFMANT. O ID E O MESMO DO OPERADOR
      *  NO OPERMAST: E POR ELE QUE O ALTNOTA E O GABARITO SABEM QUEM
      *  ESTA LANCANDO A NOTA. A FUNCAO "C" (COORDENACAO) PODE ALTERAR
      *  NOTA DE QUALQUER TURMA/DISCIPLINA; O PROFESSOR ("P") SO DAS
      *  ATRIBUIDAS A ELE NO ATRIBUI (COPYBOOK ATRIBREC). PROFESSOR
      *  INATIVO NAO LANCA NOTA NEM APARECE NOS RELATORIOS.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  TEACHER-MASTER-RECORD.
           05  PROF-ID                 PIC X(08).
           05  PROF-NOME               PIC X(30).
           05  PROF-FUNCAO             PIC X(01).
               88  PROF-PROFESSOR                  VALUE "P".
               88  PROF-COORDENADOR                VALUE "C".
           05  PROF-STATUS             PIC X(01).
               88  PROF-ATIVO                      VALUE "A".
               88  PROF-INATIVO                    VALUE "I".
           05  FILLER                  PIC X(40).

      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-03 AFG   ORIGINAL LAYOUT.
      *  2026-10-15 AFG   ADICIONADO O ANO LETIVO DA MATRICULA
      *                   (RECORTADO DO FILLER) - O ROLAGEM GRAVA AS
      *                   MATRICULAS DO ANO SEGUINTE JA COM O ANO E
      *                   O ALUNMANT GRAVA O ANO DO CADASTRO DO ALUNO.
      *                   EM BRANCO (MATRICULA ANTIGA) VALE COMO DO
      *                   ANO CORRENTE DO ALUNO.
      *  2026-10-15 AFG   ADICIONADA A SITUACAO DA MATRICULA (RECORTADA
      *                   DO FILLER): A GUIA DE TRANSFERENCIA (GUIATRAN)
      *                   ENCERRA (E) AS MATRICULAS DO ALUNO QUE SAI, E
      *                   O MEDIAPONDERADA E O COBERTUR DEIXAM DE CONTAR
      *                   MATRICULA ENCERRADA. EM BRANCO = ABERTA.
      ******************************************************************
       01  ENROLLMENT-RECORD.
           05  MAT-ALUNO-ID            PIC X(08).
           05  MAT-DISCIPLINA          PIC X(08).
           05  MAT-PERIODO             PIC X(02).
           05  MAT-ANO                 PIC X(04).
           05  MAT-SITUACAO            PIC X(01).
               88  MAT-ABERTA                   VALUE SPACE "A".
               88  MAT-ENCERRADA                VALUE "E".
           05  FILLER                  PIC X(07).

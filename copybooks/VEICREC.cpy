      *  REGULAMENTO. MANTIDO PELO VEICMANT; O RELATORIO DE LOTACAO
      *  (LOTACAO) CONFERE OS EMBARQUES POR PARTIDA CONTRA A CAPACIDADE
      *  (ASSENTOS + EM PE) - A MULTA DO FISCAL DEIXA DE SER A PRIMEIRA
      *  NOTICIA DA SUPERLOTACAO. O TIPO DO VEICULO ESCOLHE O PLANO DE
      *  MANUTENCAO PREVENTIVA (MANPLANO) QUE O FROTAMAN ACOMPANHA.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-03 AFG   ORIGINAL LAYOUT.
      *  2026-10-15 AFG   ACRESCENTADO O TIPO DO VEICULO (TIRADO DO
      *                   FILLER FINAL), CHAVE DO PLANO DE MANUTENCAO
      *                   PREVENTIVA (MANPLANO). BRANCO = VEICULO SEM
      *                   PLANO.
      ******************************************************************
       01  VEHICLE-MASTER-RECORD.
           05  VEIC-ID                 PIC X(06).
           05  VEIC-ACTIVE             PIC X(01).
               88  VEIC-ATIVO                   VALUE "A" SPACE.
               88  VEIC-INATIVO                 VALUE "I".
           05  VEIC-TIPO               PIC X(02).
           05  FILLER                  PIC X(05).

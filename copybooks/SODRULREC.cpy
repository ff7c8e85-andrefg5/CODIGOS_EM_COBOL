      ******************************************************************
      *  SODRULREC.CPY
      *  REGRAS DE SEGREGACAO DE FUNCOES (SODRULES), LIDAS PELO CONFLITO
      *  PARA APONTAR OS OPERADORES CUJO PAPEL (OPER-ROLE DO OPERMAST)
      *  JUNTA FUNCOES QUE NAO PODEM FICAR NA MESMA PESSOA. DOIS TIPOS
      *  DE REGISTRO, PELO SOD-TIPO:
      *    F = FUNCAO   - UMA FUNCAO CONTROLADA E OS PAPEIS (DIGITOS DO
      *                   OPER-ROLE, SEM SEPARADOR) QUE A EXERCEM;
      *    C = CONFLITO - DUAS FUNCOES QUE NAO PODEM ESTAR NO MESMO
      *                   PAPEL, E O MOTIVO IMPRESSO NO RELATORIO.
      *  O REGISTRO C PODE CITAR SO FUNCOES DECLARADAS EM REGISTROS F.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  SOD-RULE-RECORD.
           05  SOD-TIPO                PIC X(01).
               88  SOD-FUNCAO-REG               VALUE "F".
               88  SOD-CONFLITO-REG             VALUE "C".
           05  SOD-DADOS               PIC X(69).
           05  SOD-FUNCAO-VIEW REDEFINES SOD-DADOS.
               10  SOD-FUNCAO          PIC X(08).
               10  SOD-PAPEIS          PIC X(10).
               10  SOD-DESCRICAO       PIC X(40).
               10  FILLER              PIC X(11).
           05  SOD-CONFLITO-VIEW REDEFINES SOD-DADOS.
               10  SOD-FUNCAO-A        PIC X(08).
               10  SOD-FUNCAO-B        PIC X(08).
               10  SOD-MOTIVO          PIC X(40).
               10  FILLER              PIC X(13).

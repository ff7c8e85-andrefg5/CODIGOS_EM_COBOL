      ******************************************************************
      *  LGPDPARMREC.CPY
      *  PRAZOS DE GUARDA DOS DADOS PESSOAIS (LGPDPARM) - UM REGISTRO,
      *  LIDO PELO ANONIMIZ. PASSADO O PRAZO, O NOME (E SO O NOME -
      *  IDS, DATAS E VALORES FICAM) E TROCADO PELA MARCA DE
      *  ANONIMIZACAO (VER ANONREC):
      *    ALUNO    - TRANSFERIDO OU FORMADO HA MAIS DE N ANOS (PELA
      *               DATA DE SAIDA DO ALUNMAST);
      *    FUNC     - DESLIGADO HA MAIS DE N ANOS (EMPMAST);
      *    PASSE    - VENCIDO HA MAIS DE N DIAS (PASSMAST);
      *    CARNE    - SALDO ZERADO E VENDIDO HA MAIS DE N DIAS
      *               (CARNMAST);
      *    VISITA   - MOVIMENTO DA PORTARIA COM MAIS DE N DIAS
      *               (VISITREG).
      *  SEM O ARQUIVO, OU COM PRAZO ZERADO/NAO NUMERICO, VALE O
      *  PADRAO DO ANONIMIZ (5 ANOS, 5 ANOS, 365, 365 E 180 DIAS).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  LGPD-PARM-RECORD.
           05  LGPD-ALUNO-ANOS         PIC 9(02).
           05  LGPD-FUNC-ANOS          PIC 9(02).
           05  LGPD-PASSE-DIAS         PIC 9(04).
           05  LGPD-CARNE-DIAS         PIC 9(04).
           05  LGPD-VISITA-DIAS        PIC 9(04).
           05  FILLER                  PIC X(64).

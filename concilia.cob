000150*  A DATA DO NEGOCIO E INFORMADA PELO OPERADOR; A DIFERENCA E
000160*  COMPARADA COM A TOLERANCIA DA LOJA E O PROGRAMA DEVOLVE
000170*  RETURN-CODE 4 QUANDO ESTOURA, PARA O FLUXO NOTURNO PARAR.
000175*  SO A VENDA EM DINHEIRO ENTRA - CARTAO E PIX NAO PASSAM PELA
000176*  GAVETA (O ADQCONC OS CONCILIA COM A ADQUIRENTE).
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  2026-08-22 AFG   PROGRAMA ORIGINAL.
000220*  2026-08-22 AFG   DEPOIS DO OPSIGNON, EXIGE NIVEL 5 (OPERADOR)
000230*                   PELA ROTINA COMPARTILHADA OPAUTH.
000232*  2026-10-15 AFG   A RECEITA COMPARADA COM AS GAVETAS PASSA A SER
000234*                   SO A VENDA EM DINHEIRO (TICKET-PAGAMENTO) -
000236*                   CARTAO E PIX DAVAM FALTA FALSA.
000240******************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
001960
001970******************************************************************
001980*  2000-TOTAL-TICKET
001990*  ACUMULA A TARIFA DE UMA PASSAGEM DO DIA CONCILIADO, SE PAGA
001995*  EM DINHEIRO.
002000******************************************************************
002010 2000-TOTAL-TICKET.
002020     IF TICKET-RUN-DATE = WS-RECON-DATE
002025         AND TICKET-PAG-DINHEIRO
002030         ADD TICKET-TARIFA TO WS-TOTAL-TARIFA
002040         ADD 1 TO WS-TICKET-COUNT
002050     END-IF

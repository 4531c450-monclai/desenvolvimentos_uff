       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERBA-USADA.

      *=================================================================
      * SUBROTINA CHAMAVEL QUE DIZ QUANTO UM PEDIDO DE COMPRA GASTA DA
      * VERBA DO MES, PARA QUE A TELA DE COMPRAS (CONFERENCIA DO SALDO
      * NA HORA DO PEDIDO) E O RELATORIO DE VERBA CONTEM DO MESMO JEITO:
      *  - RECEBIDO: A QUANTIDADE RECEBIDA VEZES O CUSTO UNITARIO;
      *  - COMPROMETIDO: SO NO PEDIDO EM ABERTO, O QUE AINDA FALTA
      *    ENTREGAR (PEDIDA MENOS RECEBIDA) VEZES O CUSTO.
      * O PEDIDO EM ABERTO GASTA ASSIM A MAIOR ENTRE A QUANTIDADE
      * PEDIDA E A RECEBIDA; O PEDIDO FECHADO (RECEBIDO), SO O QUE
      * CHEGOU - A SOBRA DE UM PEDIDO ENTREGUE A MENOS VOLTA PARA A
      * VERBA.
      *=================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *=================================================================
       LINKAGE SECTION.
      *=================================================================

       01 VU-STATUS            PIC X(01).
           88 VU-PENDENTE              VALUE "P".
       01 VU-QTD-PEDIDA        PIC 9(05).
       01 VU-QTD-RECEBIDA      PIC 9(05).
       01 VU-CUSTO-UNIT        PIC 9(05)V99.
       01 VU-COMPROMETIDO      PIC 9(09)V99.
       01 VU-RECEBIDO          PIC 9(09)V99.

      *=================================================================
       PROCEDURE DIVISION USING VU-STATUS VU-QTD-PEDIDA
           VU-QTD-RECEBIDA VU-CUSTO-UNIT VU-COMPROMETIDO VU-RECEBIDO.
      *=================================================================

       INICIO.
           COMPUTE VU-RECEBIDO = VU-QTD-RECEBIDA * VU-CUSTO-UNIT.
           IF VU-PENDENTE AND VU-QTD-PEDIDA > VU-QTD-RECEBIDA
               COMPUTE VU-COMPROMETIDO
                   = (VU-QTD-PEDIDA - VU-QTD-RECEBIDA) * VU-CUSTO-UNIT
           ELSE
               MOVE ZEROS TO VU-COMPROMETIDO
           END-IF.
       INICIO-FIM.
           EXIT PROGRAM.

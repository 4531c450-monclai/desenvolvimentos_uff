      * MULTA NO CONTAS A RECEBER (COM O BLOQUEIO DE CREDITO DE
      * SEMPRE) E IMPRIME A LISTA DE EXCECOES DOS CODIGOS SEM ALUGUEL
      * ABERTO (DROPBOX_EXCECOES.DAT). DISCO COM DANO E TRATADO
      * DEPOIS, PELO CHAMADO DE MANUTENCAO, COMO SEMPRE FOI. BOX
      * (CONFERE-BOX) SO E DEVOLVIDO QUANDO O ULTIMO DISCO DO JOGO
      * PASSA PELO LEITOR; O ESTOJO BIPADO COM DISCO FALTANDO VAI
      * PARA A LISTA DE EXCECOES.
      *=================================================================
       environment division.
      *=================================================================
       77 ws-prazo-efetivo     pic 9(03).
       77 ws-taxa-efetiva      pic 9(03)v99.
       77 ws-multa-dia-efetiva pic 9(03)v99.
      * TARIFA EM VIGOR NO DIA DO ALUGUEL (TARIFA_VERSAO.DAT)
       copy param_locacao replacing leading ==PARAM== by ==PAL==
           ==REALOCA-NA-DEVOLUCAO== by ==PAL-REALOCA-NA-DEVOLUCAO==.
       77 ws-tarifa-achou      pic x(01).

       77 ws-total-devolvidos  pic 9(05) value zeros.
       77 ws-total-excecoes    pic 9(05) value zeros.
       77 ws-total-multas      pic 9(05) value zeros.

       77 ws-bx-operacao       pic x(01).
       77 ws-bx-copia          pic x(13).
       77 ws-bx-filme          pic 9(11).
       77 ws-bx-disco          pic x(13).
       77 ws-bx-resultado      pic x(01).
           88 box-incompleto           value "I".
       77 ws-bx-faltam         pic 9(02).
       77 ws-box-fechado       pic x(01).
           88 box-fechado              value "S".
       01 ws-msg-box.
           02 filler               pic x(24)
               value "BOX INCOMPLETO - FALTAM ".
           02 ws-msg-box-faltam    pic z9.
           02 filler               pic x(10)
               value " DISCO(S)".

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).

           02 ws-exc-texto         pic x(40).
           02 filler               pic x(25) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "devolve_caixa_noturna".
           02 ws-spl-arquivo       pic x(30)
               value "DROPBOX_LISTA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           MOVE LST-BARCODE TO COPIA-BARCODE.
           READ COPIA-FILE
           INVALID KEY
               PERFORM DISCO-DE-BOX THRU DISCO-DE-BOX-FIM
               IF NOT BOX-FECHADO
                   GO PROCESSA-BARCODE-FIM
               END-IF
               GO PROCESSA-BARCODE-DEVOLVE
           END-READ.
           MOVE "C" TO WS-BX-OPERACAO.
           MOVE COPIA-BARCODE TO WS-BX-COPIA.
           MOVE COPIA-FILME-ID TO WS-BX-FILME.
           MOVE SPACES TO WS-BX-DISCO.
           CALL "CONFERE-BOX" USING WS-BX-OPERACAO WS-BX-COPIA
               WS-BX-FILME WS-BX-DISCO WS-BX-RESULTADO WS-BX-FALTAM.
           IF BOX-INCOMPLETO
               MOVE WS-BX-FALTAM TO WS-MSG-BOX-FALTAM
               MOVE WS-MSG-BOX TO WS-EXC-TEXTO
               PERFORM GRAVA-EXCECAO
               GO PROCESSA-BARCODE-FIM
           END-IF.

           PROCESSA-BARCODE-DEVOLVE.
           PERFORM ACHA-ALUGUEL-ABERTO THRU ACHA-ALUGUEL-ABERTO-FIM.
           IF NOT ALUGUEL-ACHADO
               MOVE "SEM ALUGUEL EM ABERTO PARA A COPIA"
           PERFORM DEVOLVE-ALUGUEL THRU DEVOLVE-ALUGUEL-FIM.
       PROCESSA-BARCODE-FIM.

      * -----------------------------------
      * CODIGO QUE NAO E DE COPIA PODE SER DISCO AVULSO DE BOX: O
      * DISCO VOLTA PARA O ESTOJO E, SE ERA O ULTIMO QUE FALTAVA,
      * BOX-FECHADO MANDA DEVOLVER O JOGO PELO CODIGO DA COPIA

       DISCO-DE-BOX.
           MOVE "N" TO WS-BOX-FECHADO.
           MOVE "B" TO WS-BX-OPERACAO.
           MOVE LST-BARCODE TO WS-BX-DISCO.
           MOVE SPACES TO WS-BX-COPIA.
           MOVE ZEROS TO WS-BX-FILME.
           CALL "CONFERE-BOX" USING WS-BX-OPERACAO WS-BX-COPIA
               WS-BX-FILME WS-BX-DISCO WS-BX-RESULTADO WS-BX-FALTAM.
           IF WS-BX-RESULTADO NOT EQUAL "S"
               MOVE "COPIA NAO CADASTRADA" TO WS-EXC-TEXTO
               PERFORM GRAVA-EXCECAO
               GO DISCO-DE-BOX-FIM
           END-IF
           MOVE WS-BX-COPIA TO COPIA-BARCODE.
           READ COPIA-FILE
           INVALID KEY
               MOVE "COPIA DO BOX NAO CADASTRADA" TO WS-EXC-TEXTO
               PERFORM GRAVA-EXCECAO
               GO DISCO-DE-BOX-FIM
           END-READ.
           MOVE "D" TO WS-BX-OPERACAO.
           MOVE COPIA-FILME-ID TO WS-BX-FILME.
           CALL "CONFERE-BOX" USING WS-BX-OPERACAO WS-BX-COPIA
               WS-BX-FILME WS-BX-DISCO WS-BX-RESULTADO WS-BX-FALTAM.
           IF WS-BX-RESULTADO NOT EQUAL "S"
               GO DISCO-DE-BOX-FIM
           END-IF
           MOVE COPIA-BARCODE TO WS-BARCODE-EXAME.
           MOVE "S" TO WS-BOX-FECHADO.
       DISCO-DE-BOX-FIM.

      * -----------------------------------
      * PROCURA O ALUGUEL EM ABERTO COM O CODIGO DE BARRAS DA COPIA

       DEVOLVE-ALUGUEL-FIM.

      * -----------------------------------
      * TARIFA EFETIVA DA CATEGORIA (MESMA REGRA DO BALCAO), SOBRE A
      * VERSAO DOS PARAMETROS EM VIGOR NO DIA DO ALUGUEL

       CARREGA-TARIFA-CAT.
           MOVE PARAM-REC TO PAL-REC.
           CALL "OBTEM-TARIFA" USING AL-DATA-ALUGUEL PAL-REC
               WS-TARIFA-ACHOU.
           MOVE PAL-TAXA-MULTA-DIA TO WS-MULTA-DIA-EFETIVA.
           MOVE FLM-CATEGORIA TO TCA-CATEGORIA.
           READ TARIFA-CAT-FILE
           INVALID KEY
           END-IF
           MOVE WS-DIAS-UTEIS TO WS-DIAS-ATRASO.
           CALL "CALCULA-MULTA" USING WS-DIAS-ATRASO
               WS-MULTA-DIA-EFETIVA PAL-MULTA-MAXIMA AL-MULTA.
       CALCULA-MULTA-DROP-FIM.

      * -----------------------------------
               MOVE 90 TO PARAM-DIAS-CAUCAO
               MOVE 10.00 TO PARAM-VALOR-CAUCAO
               MOVE 5.00 TO PARAM-TAXA-ENTREGA
               MOVE 60 TO PARAM-DIAS-EXTRAVIO
               MOVE 80.00 TO PARAM-VALOR-REPOSICAO
               MOVE 24 TO PARAM-VIDA-UTIL-DVD
               MOVE 12 TO PARAM-VIDA-UTIL-VHS
               WRITE PARAM-REC
           END-READ.
           OPEN I-O TARIFA-CAT-FILE
           CLOSE LISTA-FILE ALUGUEL-FILE COPIA-FILE FILME-FILE
                 RECEBER-FILE CLIENTE-FILE JORNAL-FILE PARAM-FILE
                 TARIFA-CAT-FILE CALENDARIO-FILE EXCECAO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.

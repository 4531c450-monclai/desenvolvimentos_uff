      * E REGISTRADO COM O RESULTADO E A DATA PROMETIDA
      * (CONTATO_COBRANCA.DAT); (3) O RELATORIO DE PROMESSAS
      * QUEBRADAS MOSTRA QUEM PROMETEU, NAO DEVOLVEU E CONTINUA COM
      * ALUGUEL ABERTO - OS REINCIDENTES APARECEM SOZINHOS. CLIENTE
      * QUE NAO AUTORIZOU LEMBRETES E AVISOS (CONSENTIMENTO.DAT, PELA
      * SUBROTINA CONFERE-CONSENTIMENTO) NAO ENTRA NA LISTA DE LIGACAO.
      *=================================================================
       environment division.
      *=================================================================
           02 ws-lin-texto         pic x(20).
           02 filler               pic x(18) value spaces.

       77 ws-con-finalidade    pic x(01) value "L".
       77 ws-con-resultado     pic x(01).
           88 con-autorizado           value "S".

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).
       77 ws-status            pic x(30).
       77 ws-msgerro           pic x(80).

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "cobranca_contatos".
           02 ws-spl-arquivo       pic x(30)
               value "COBRANCA_LISTA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

       copy screenio.

      *-----------------------------------------------------------------
           IF FS-ALUGUEL-FIM
               MOVE ZEROS TO FS-STAT-ALUGUEL
               CLOSE LISTA-FILE
               CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
                   WS-SPL-ARQUIVO WS-SPL-FILIAL
               MOVE "LISTA GERADA - PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO GERA-LISTA-FIM
           IF PROMESSA-ATIVA
               GO GERA-LISTA-LOOP
           END-IF
           CALL "CONFERE-CONSENTIMENTO" USING WS-CLIENTE-EXAME
               WS-CON-FINALIDADE WS-CON-RESULTADO.
           IF NOT CON-AUTORIZADO
               GO GERA-LISTA-LOOP
           END-IF
           MOVE WS-CLIENTE-EXAME TO CLI-ID.
           READ CLIENTE-FILE
           INVALID KEY
           IF FS-FIM
               MOVE ZEROS TO FS-STAT
               CLOSE LISTA-FILE
               CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
                   WS-SPL-ARQUIVO WS-SPL-FILIAL
               MOVE "RELATORIO GERADO - PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO PROMESSAS-QUEBRADAS-FIM

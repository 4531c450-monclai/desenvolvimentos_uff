                                by ==ASS-STATUS-CANCELADA==
                            ==FS-STATUS-INADIMPLENTE==
                                by ==ASS-STATUS-INADIMPLENTE==
                            ==FS-STATUS-TRANCADA==
                                by ==ASS-STATUS-TRANCADA==
                            ==FS-ALUGUEIS-MES== by ==ASS-ALUGUEIS-MES==
                            ==FS-DATA-INADIMPLENCIA==
                                by ==ASS-DATA-INADIMPLENCIA==
                            ==FS-AVISO-NIVEL==  by ==ASS-AVISO-NIVEL==
                            ==FS-DATA-TRANCAMENTO==
                                by ==ASS-DATA-TRANCAMENTO==
                            ==FS-DATA-RETOMADA==
                                by ==ASS-DATA-RETOMADA==
                            ==FS-DATA-ADESAO==  by ==ASS-DATA-ADESAO==
                            ==FS-DATA-CANCELAMENTO==
                                by ==ASS-DATA-CANCELAMENTO==
                            ==FS-MOTIVO-CANCEL==
                                by ==ASS-MOTIVO-CANCEL==
                            ==FS-MOTIVO-INADIMPLENCIA==
                                by ==ASS-MOTIVO-INADIMPLENCIA==.

      *-----------------------------------------------------------------
       working-storage section.
           02 ws-lin-vaga          pic 9(05).
           02 filler               pic x(01) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "notifica_reservas".
           02 ws-spl-arquivo       pic x(30)
               value "NOTIFICACAO_RESERVAS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           END-IF.
           IF NOT FS-RESERVA-NAO-EXISTE
               CLOSE RESERVA-FILE CLIENTE-FILE RELATORIO-FILE
               CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
                   WS-SPL-ARQUIVO WS-SPL-FILIAL
               IF NOT FS-COPIA-NAO-EXISTE
                   CLOSE COPIA-FILE
               END-IF

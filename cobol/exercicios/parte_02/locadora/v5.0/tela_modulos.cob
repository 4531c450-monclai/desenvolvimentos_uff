           88 e-afinidade          value "7".
           88 e-metas              value "8".
           88 e-ajustes            value "9".
           88 e-equipamentos       value "A" "a".
           88 e-consentimento      value "B" "b".
           88 e-spool              value "C" "c".
           88 e-desejos            value "D" "d".
           88 e-contrato           value "E" "e".
           88 e-contestacao        value "F" "f".
           88 e-verba              value "G" "g".
           88 e-sair               value "0".
       77 ws-dummy         pic x(01).

           02 line 14 col 15 value "[7] QUEM LEVOU TAMBEM LEVOU".
           02 line 15 col 15 value "[8] METAS POR FILIAL".
           02 line 16 col 15 value "[9] AJUSTE DE ESTOQUE".
           02 line 17 col 15 value "[A] EQUIPAMENTOS PARA LOCACAO".
           02 line 18 col 15 value "[B] CONSENTIMENTO DE DADOS".
           02 line 19 col 15 value "[C] SPOOL DE RELATORIOS".
           02 line 20 col 15 value "[D] LISTA DE DESEJOS".
           02 line 21 col 15 value "[E] CONTRATO DE LOCACAO".
           02 line 08 col 45 value "[F] CONTESTACAO DE CARTAO".
           02 line 09 col 45 value "[G] VERBA DE COMPRAS".
           02 line 22 col 15 value "[0] VOLTAR".
           02 line 23 col 15 value "OPCAO: ".
           02 line 23 col plus 1 pic x to ws-opcao.
           02 line 24 col 15 value "==================================".

      *=================================================================
       procedure division.
                       CALL "cadastro_meta"
                   WHEN E-AJUSTES
                       CALL "ajuste_estoque"
                   WHEN E-EQUIPAMENTOS
                       CALL "cadastro_equipamento"
                   WHEN E-CONSENTIMENTO
                       CALL "cadastro_consentimento"
                   WHEN E-SPOOL
                       CALL "consulta_spool"
                   WHEN E-DESEJOS
                       CALL "lista_desejos"
                   WHEN E-CONTRATO
                       CALL "cadastro_termo"
                   WHEN E-CONTESTACAO
                       CALL "cadastro_contestacao"
                   WHEN E-VERBA
                       CALL "cadastro_verba"
                   WHEN E-SAIR
                       CONTINUE
                   WHEN OTHER

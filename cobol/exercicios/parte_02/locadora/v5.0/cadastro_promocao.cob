      * "TERCA DE META-TARIFA", "INFANTIL 30% NA SEMANA DAS CRIANCAS" -
      * EM VEZ DE ALGUEM EDITAR TARIFA.DAT OU A TARIFA DO TITULO NA
      * MAO E TER QUE LEMBRAR DE VOLTAR ATRAS. ESPELHA O PADRAO DE
      * INCLUI/CONSULTA/ALTERA/EXCLUI DOS OUTROS CADASTROS. A OPCAO 6
      * ABRE O CADASTRO DOS PACOTES DE LOCACAO (CADASTRO_PACOTE).
      *=================================================================
       environment division.
      *=================================================================
           88 e-alterar                value is "3".
           88 e-excluir                value is "4".
           88 e-listar                 value is "5".
           88 e-pacotes                value is "6".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "5 - LISTAR TODOS".
           05 LINE 12 COLUMN 15 VALUE "6 - PACOTES DE LOCACAO".
           05 LINE 13 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 15 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 15 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
                       PERFORM EXCLUI THRU EXCLUI-FIM
                   WHEN E-LISTAR
                       PERFORM LISTA-TODOS THRU LISTA-TODOS-FIM
                   WHEN E-PACOTES
                       CALL "cadastro_pacote"
               END-EVALUATE
           END-PERFORM.


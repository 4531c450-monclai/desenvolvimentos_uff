      *-----------------------------------------------------------------
      * GRADE_RECOMPRA.CPY
      * TABELA DE CLASSIFICACAO DO DISCO USADO COMPRADO DO CLIENTE
      * (GRADE_RECOMPRA.DAT), UMA LINHA POR ESTADO DE CONSERVACAO
      * (EX.: "A" COMO NOVO, "B" BOM, "C" RISCADO LEVE). O BALCAO DE
      * RECOMPRA OFERECE O VALOR DA TABELA PARA O ESTADO INFORMADO E
      * PRECIFICA A REVENDA PELO PRECO SUGERIDO. ESTADO SEM LINHA
      * AQUI NAO E COMPRADO. MANTIDO PELA TELA DE RECOMPRA_DISCO.
      *-----------------------------------------------------------------
       01 GR-REC.
           02 GR-KEY.
               03 GR-ESTADO       PIC X(01).
            02 GR-DESCRICAO       PIC X(20).
            02 GR-VALOR-OFERTA    PIC 9(05)V99.
            02 GR-PRECO-REVENDA   PIC 9(05)V99.
            02 FILLER             PIC X(10).

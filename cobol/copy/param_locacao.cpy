            02 PARAM-VALOR-CAUCAO    PIC 9(05)V99.
      * TAXA DA TELE-ENTREGA, SOMADA AO VALOR DO ALUGUEL ENTREGUE
            02 PARAM-TAXA-ENTREGA    PIC 9(03)V99.
      * EXTRAVIO: DIAS ALEM DA PREVISAO PARA O ALUGUEL SEM DEVOLUCAO
      * SER DECLARADO PERDIDO, E O VALOR DE REPOSICAO PADRAO (VALE
      * QUANDO NEM O TITULO NEM A CATEGORIA TEM VALOR PROPRIO)
            02 PARAM-DIAS-EXTRAVIO   PIC 9(03).
            02 PARAM-VALOR-REPOSICAO PIC 9(05)V99.
      * VIDA UTIL DA COPIA EM MESES POR FORMATO, PARA A DEPRECIACAO
      * MENSAL DO ACERVO (COPIA SEM FORMATO VALE COMO DVD)
            02 PARAM-VIDA-UTIL-DVD   PIC 9(03).
            02 PARAM-VIDA-UTIL-VHS   PIC 9(03).
      * DEVOLUCAO EM FILIAL QUE NAO E A DONA DO ALUGUEL: "S" DEIXA A
      * COPIA NA FILIAL QUE RECEBEU QUANDO O TITULO ESTA EM FALTA LA
      * (SEM COPIA DISPONIVEL); SENAO ABRE A TRANSFERENCIA DE VOLTA
            02 PARAM-REALOCA-DEV     PIC X(01).
                88 REALOCA-NA-DEVOLUCAO VALUE "S".

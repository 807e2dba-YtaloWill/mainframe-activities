      *-----> VENDA: VENDEDOR (VENDMST) E COMPETENCIA DA VENDA,
      *       GRAVADOS PELO CGPRG064 NA BAIXA DE VENDIDO (ZEROS
      *       ENQUANTO O LOTE ESTA EM CARTEIRA; OCUPAM 6 DOS 10
      *       BYTES DO ANTIGO FILLER, SEM MUDAR O TAMANHO). QUANDO
      *       A VENDA TEM MAIS DE UM PARTICIPANTE, ESTE E O QUE
      *       FECHOU A VENDA E O RATEIO DA COMISSAO ESTA NO VENDRAT
           05 WS-VENDEDOR-L       PIC 9(03)      COMP-3.
           05 WS-COMPVENDA-L      PIC 9(06)      COMP-3.
      *-----> VIGENCIA (AAAAMM) DA TABELA DE PRECOS USADA NA ULTIMA

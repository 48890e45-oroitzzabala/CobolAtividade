      *                  ARQNUM01. CADA CHAMADA DEVOLVE O NUMERO       *
      *                  CORRENTE E JA AVANCA O CONTADOR               *
      *    COMO USAR...: LKS-NUM-TIPO ....: C=CLIENTE V=VENDEDOR       *
      *                :                    F=FORNECEDOR               *
      *                :                    O=PEDIDO DE COMPRA         *
      *                :                    S=SUPERVISOR               *
      *                : LKS-NUM-CODIGO ..: NUMERO DEVOLVIDO           *
      *                : LKS-NUM-RETORNO .: 0=OK 9=ERRO DE ARQUIVO     *
      *================================================================*

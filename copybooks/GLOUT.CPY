      *
      * GL account numbers carried on the detail records:
      *   10100  CAIXA (cash)
      *   10300  LIQUIDACAO DA REDE (interbank/ATM network settlement)
      *   20100  DEPOSITOS DE CLIENTES (customer deposit liability)
      *   12100  EMPRESTIMOS A CLIENTES (loan asset)
      *   41100  RECEITA DE JUROS (interest income)
      *   41200  RECEITA DE TARIFAS (service-charge fee income)
      *   51100  DESPESA DE JUROS (interest expense)
      ******************************************************************
           01 GL-OUT-FILE.

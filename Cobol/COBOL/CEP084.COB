      **************************************************
      * KARDEX DO PRODUTO - EXTRATO DE MOVIMENTACAO DO  *
      * DIARIO MOVIMENT.DAT PARA UM PRODUTO E PERIODO:  *
      * DATA, HORA, TIPO (E/S/A; D = DEVOLUCAO AO       *
      * FORNECEDOR), QUANTIDADE,                        *
      * DOCUMENTO, OPERADOR E A COLUNA DE SALDO         *
      * CORRENTE. LINHA CUJO SALDO-ANTES NAO BATE COM O *
      * SALDO-DEPOIS DA LINHA ANTERIOR SAI MARCADA COM  *

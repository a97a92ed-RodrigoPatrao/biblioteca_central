       01 pedido-compra.
           02 num-compra        pic 9(06).
           02 isbn-compra       pic x(13).
           02 titulo-compra     pic x(30).
           02 fornecedor-compra pic x(20).
           02 qtde-compra       pic 9(03).
           02 preco-compra      pic 9(04)v99.
           02 situacao-compra   pic a.
           02 data-compra.
               03 aa-compra pic 9999.
               03 mm-compra pic 99.
               03 dd-compra pic 99.
           02 qtde-recebida     pic 9(03).
           02 data-recebida.
               03 aa-receb pic 9999.
               03 mm-receb pic 99.
               03 dd-receb pic 99.
           02 operador-compra   pic x(08).

               03 mm-baixa pic 99.
               03 dd-baixa pic 99.
           02 motivo-baixa pic x(20).
           02 renovacoes   pic 9(02).

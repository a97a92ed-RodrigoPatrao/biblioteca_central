           02 endereco-leitor  pic x(40).
           02 telefone-leitor  pic x(12).
           02 situacao-leitor  pic a.
           02 categoria-leitor pic x(02).
           02 email-leitor     pic x(40).
           02 contato-leitor   pic a.
           02 validade-leitor.
               03 aa-validade pic 9999.
               03 mm-validade pic 99.
               03 dd-validade pic 99.

           value of file-id is "BBLIVBKP.DAT".
       01 registro-backup.
           02 tipo-bkp  pic x.
           02 dados-bkp pic x(187).
       01 registro-trailer.
           02 tipo-tra  pic x.
           02 total-tra pic 9(09).
           02 filler    pic x(178).

           fd runctl
           label record standard

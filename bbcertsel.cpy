           select bbcertidoes
           assign to disk
           organization indexed
           access mode dynamic
           record key is num-certidao
           alternate record key is matricula-certidao with duplicates
           file status is st-cer.

           select bbcompras
           assign to disk
           organization indexed
           access mode dynamic
           record key is num-compra
           alternate record key is isbn-compra with duplicates
           file status is st-cmp.

           select bbfasciculos
           assign to disk
           organization indexed
           access mode dynamic
           record key is chave-fasc
           alternate record key is tombo-fasc with duplicates
           file status is st-fas.

           select bbperiodicos
           assign to disk
           organization indexed
           access mode dynamic
           record key is cod-periodico
           alternate record key is titulo-per with duplicates
           alternate record key is issn-per with duplicates
           file status is st-per.

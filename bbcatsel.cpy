           select bbcateg
           assign to disk
           organization indexed
           access mode dynamic
           record key is codigo-cat
           file status is st-cat.

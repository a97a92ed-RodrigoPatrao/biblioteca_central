           select bborcam
           assign to disk
           organization indexed
           access mode dynamic
           record key is ano-orc
           file status is st-orc.

           select bbcalend
           assign to disk
           organization indexed
           access mode dynamic
           record key is data-fechado
           file status is st-cal.

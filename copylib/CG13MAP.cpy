           05  FILLER             PIC X(12).
           05  ENTMATL            PIC S9(04) COMP.
           05  ENTMATF            PIC X(01).
           05  ENTMATI            PIC X(05).
           05  ENTCURL            PIC S9(04) COMP.
           05  ENTCURF            PIC X(01).
           05  ENTCURI            PIC X(12).
           05  FILLER             PIC X(12).
           05  FILLER             PIC X(02).
           05  ENTMATA            PIC X(01).
           05  ENTMATO            PIC X(05).
           05  FILLER             PIC X(02).
           05  ENTCURA            PIC X(01).
           05  ENTCURO            PIC X(12).
           05  FILLER             PIC X(12).
           05  DETMATL            PIC S9(04) COMP.
           05  DETMATF            PIC X(01).
           05  DETMATI            PIC X(05).
           05  DETNOML            PIC S9(04) COMP.
           05  DETNOMF            PIC X(01).
           05  DETNOMI            PIC X(20).
           05  FILLER             PIC X(12).
           05  FILLER             PIC X(02).
           05  DETMATA            PIC X(01).
           05  DETMATO            PIC 9(05).
           05  FILLER             PIC X(02).
           05  DETNOMA            PIC X(01).
           05  DETNOMO            PIC X(20).

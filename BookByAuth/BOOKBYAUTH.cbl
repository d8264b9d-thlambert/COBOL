
       FD BOOK-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 103 CHARACTERS.
       01 BOOK-REC.
          05  BR-BOOK-ISBN                          PIC 9(13).
          05  BR-BOOK-TITLE                         PIC X(30).
          05  BR-BOOK-PRICE                         PIC 9(5)V99.
          05  BR-QTY-ON-HAND                        PIC 9(4).
          05  BR-REORDER-POINT                      PIC 9(4).
      *    THE SHELF ADDRESS - SHELFLIST PRINTS THE STACKS IN
      *    THIS ORDER.
          05  BR-CALL-NUMBER                        PIC X(20).

       FD AUTHOR-FILE
          LABEL RECORDS ARE STANDARD

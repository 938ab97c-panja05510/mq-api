     02 DM-KEYWORDS.
       03 DM-KEYWORD OCCURS 5 TIMES PIC X(0010).
     02 DM-SEARCH-KEYWORD PIC X(0010).
     02 DM-USER           PIC X(0008).

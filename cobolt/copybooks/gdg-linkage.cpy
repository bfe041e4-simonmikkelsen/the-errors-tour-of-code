*      NEW  allocate the next generation of GDG-BASE-NAME: the
*           resolved physical name comes back in GDG-RESOLVED-NAME,
*           the index advances, and the generation that fell off the
*           retention limit is removed from disk - unless it is
*           under legal hold, when it stays on disk and its name and
*           case come back in GDG-KEPT-NAME and GDG-KEPT-CASE-REF
*           (the routine has already reported and audited it)
*      REL  resolve GDG-BASE-NAME plus GDG-RELATIVE (0 = current,
*           -1 = previous, ...) to the physical name; result '04'
*           when the base is not indexed or the generation has
    05  GDG-RETENTION PIC 9(02) VALUE 5.
    05  GDG-RESOLVED-NAME PIC X(100) VALUE SPACES.
    05  GDG-RESULT PIC X(02) VALUE '00'.
    05  GDG-KEPT-NAME PIC X(100) VALUE SPACES.
    05  GDG-KEPT-CASE-REF PIC X(20) VALUE SPACES.

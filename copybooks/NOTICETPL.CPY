000100*****************************************************************
000110*  NOTICETPL.CPY
000120*  Record layout for NOTICE-TEMPLATES, the letter text for each
000130*  notice type.  Operations maintains this file directly, so the
000140*  wording of a letter never needs a compile.  One 80-column line
000150*  per line of letter text, kept in the order it is printed:
000160*      columns 1-2   notice type (MA, SO, DM, OD, SC)
000170*      column  3     section - H heading text printed once at the
000180*                    top of the letter, D detail text printed once
000190*                    for each notice the letter covers, T closing
000200*                    text printed once at the foot
000210*      column  4     blank
000220*      columns 5-80  the text
000230*  The text may quote the notice with these markers (heading
000240*  and closing text quote the first notice the letter covers):
000250*      &NAME     the customer's name
000260*      &ACCOUNT  the account number
000270*      &AMOUNT   the amount of the notice, without sign
000280*      &DATE     the date of the event
000290*      &DETAIL   the notice's free text
000300*      &TODAY    the date of the letter
000310*  A line with an asterisk in column 1 is a comment.  A notice
000320*  type with no D line has no letter, and its notices are held.
000330*****************************************************************
000340 01  NOTICE-TEMPLATE-RECORD.
000350     05  NT-NOTICE-TYPE              PIC X(02).
000360     05  NT-SECTION                  PIC X(01).
000370         88  NT-HEADING                  VALUE 'H'.
000380         88  NT-DETAIL                   VALUE 'D'.
000390         88  NT-TRAILER                  VALUE 'T'.
000400     05  FILLER                      PIC X(01).
000410     05  NT-TEXT                     PIC X(76).

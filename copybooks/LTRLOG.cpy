      *=============================================================*
      *  LTRLOG.CPY                                                 *
      *  SENT-LETTERS LOG RECORD - ONE RECORD PER LETTER THE        *
      *  TABLELTR CORRESPONDENCE RUN HAS EVER PRODUCED, KEYED ON    *
      *  THE LETTER TYPE, THE PLAYER ID AND THE EVENT DATE THE      *
      *  LETTER WAS ABOUT (LT-EVENT-DATE).  A LETTER WHOSE KEY IS   *
      *  ALREADY HERE IS NOT PRODUCED AGAIN, SO THE RUN CAN BE      *
      *  REPEATED SAFELY; A NEW ADD DATE, A NEW ARCHIVE CUTOFF OR   *
      *  A NEW PAID-THROUGH DATE IS A NEW EVENT AND A NEW LETTER.   *
      *  WRITTEN ONLY BY TABLELTR, NEVER BY HAND.                   *
      *---------------------------------------------------------------
      *  DATE-WRIT  BY   DESCRIPTION                                 *
      *  10/15/26   JPM  ORIGINAL                                    *
      *=============================================================*
       01  LG-LOG-RECORD.
           05  LG-KEY.
               10  LG-TYPE        PIC X(01).
               10  LG-ID          PIC X(04).
               10  LG-EVENT-DATE  PIC 9(06).
           05  LG-SENT-DATE       PIC 9(06).

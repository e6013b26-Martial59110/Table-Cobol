      *                  IN, THE AFTER IMAGE WHAT THE BACK-OUT       *
      *                  LEFT.  "X" RECORDS ARE NEVER THEMSELVES     *
      *                  BACKED OUT.                                 *
      *  10/15/26   JPM  ALSO WRITTEN BY TABLEMRG, CODE "M", AS TWO  *
      *                  IDS FOR ONE MEMBER ARE MERGED: ONE RECORD   *
      *                  UNDER THE SURVIVOR (BEFORE AND AFTER THE    *
      *                  FOLD), ONE UNDER THE RETIRED ID (AFTER      *
      *                  IMAGE BLANK).  THE MERGE ALSO REWRITES THE  *
      *                  HS-ID OF THE RETIRED ID'S EARLIER RECORDS   *
      *                  TO THE SURVIVOR, LEAVING THE IMAGES AS      *
      *                  WRITTEN - AN IMAGE ID THAT DIFFERS FROM     *
      *                  HS-ID MARKS A MERGED RECORD.  NEITHER IS    *
      *                  BACKED OUT BY TABLEBKO.                     *
      *  10/15/26   JPM  ADDED HS-KEYED-BY AND HS-APPROVED-BY - THE  *
      *                  OPERATOR WHO KEYED THE CHANGE AND, ON A     *
      *                  GRADING OVERRIDE, THE SECOND OPERATOR WHO   *
      *                  RELEASED IT.  TABLEMNT FILLS HS-KEYED-BY    *
      *                  FROM TR-OPERATOR; TABLEAPR LOGS EACH        *
      *                  RELEASED OVERRIDE AS CODE "O" WITH BOTH.    *
      *                  OTHER RUNS LEAVE BOTH BLANK.  THE RECORD    *
      *                  GREW 101 TO 117 BYTES (SAME CUT-OVER NOTE   *
      *                  APPLIES).                                   *
      *=============================================================*
       01  HS-HISTORY-RECORD.
           05  HS-ID              PIC X(04).
           05  HS-TRAN-CODE       PIC X(01).
           05  HS-BEFORE-IMAGE    PIC X(45).
           05  HS-AFTER-IMAGE     PIC X(45).
           05  HS-KEYED-BY        PIC X(08).
           05  HS-APPROVED-BY     PIC X(08).

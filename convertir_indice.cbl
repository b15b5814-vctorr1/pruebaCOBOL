      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of tranidx.dat to the 120-byte
      *          record that carries the reversal fields (entry type,
      *          reversed flag and linked key). The existing file
      *          holds 80-byte records, so the programs that now
      *          declare the longer record cannot open it; this
      *          program reads the old file under its old declaration
      *          and writes every record to tranidx_nuevo.dat under
      *          the new one, with the primary key and the alternate
      *          keys on IDX-DATE and IDX-BRANCH. The first 80 bytes
      *          are copied untouched; the new fields start as spaces
      *          (an ordinary entry, not reversed). The driver script
      *          swaps the new file in and keeps the old one as a
      *          backup; this program never touches the original.
      *          RC=8 on any read or write failure, leaving both files
      *          as they were.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OIX-KEY
           ALTERNATE RECORD KEY IS OIX-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS OIX-BRANCH WITH DUPLICATES
           FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-INDEX-FILE ASSIGN TO "tranidx_nuevo.dat"
           FILE STATUS IS WS-NEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * The 80-byte record as it was before the reversal fields, laid
      * out here because TRANREC now describes the longer record.
      ******************************************************************
       FD OLD-INDEX-FILE.
       01 OLD-INDEX-RECORD.
           05 OIX-RECORD-TYPE PIC X(3).
           05 OIX-KEY PIC X(10).
           05 OIX-DATE PIC X(8).
           05 OIX-AMOUNT PIC S9(9)V99.
           05 OIX-DESCRIPTION PIC X(25).
           05 OIX-RUN-SEQUENCE PIC 9(6).
           05 OIX-RECORD-COUNT PIC 9(6).
           05 OIX-BRANCH PIC X(3).
           05 FILLER PIC X(8).

       FD NEW-INDEX-FILE.
       COPY TRANREC
                     ==TRAN-DESCRIPTION== BY ==IDX-DESCRIPTION==
                     ==TRAN-RUN-SEQUENCE== BY ==IDX-RUN-SEQUENCE==
                     ==TRAN-RECORD-COUNT== BY ==IDX-RECORD-COUNT==
                     ==TRAN-BRANCH== BY ==IDX-BRANCH==
                     ==TRAN-ENTRY-TYPE== BY ==IDX-ENTRY-TYPE==
                     ==TRAN-ENTRY-REVERSAL== BY ==IDX-ENTRY-REVERSAL==
                     ==TRAN-REVERSED-FLAG== BY ==IDX-REVERSED-FLAG==
                     ==TRAN-IS-REVERSED== BY ==IDX-IS-REVERSED==
                     ==TRAN-LINKED-KEY== BY ==IDX-LINKED-KEY==
                     ==TRAN-CURRENCY== BY ==IDX-CURRENCY==
                     ==TRAN-ORIGINAL-AMOUNT==
                     BY ==IDX-ORIGINAL-AMOUNT==
                     ==TRAN-ORIGIN== BY ==IDX-ORIGIN==
                     ==TRAN-FROM-STANDING-ORDER==
                     BY ==IDX-FROM-STANDING-ORDER==.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC X(2).

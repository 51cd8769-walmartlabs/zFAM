       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFAM162.
       AUTHOR.  Rich Jackson and Randy Frerking.
      *****************************************************************
      *                                                               *
      * zFAM - z/OS File Access Manager.                              *
      *                                                               *
      * Table configuration image builder.                            *
      *                                                               *
      * LINKed with the ZFAMCGC commarea carrying a table's tranid,   *
      * this program gathers the table's per-table document           *
      * templates into the one fixed-layout configuration image the   *
      * copybook describes:                                           *
      *                                                               *
      *   - the ZFAM-DD template image, with the credential field     *
      *     masked (only whether one is set survives);                *
      *   - the FAxxFD column entries, and their full count;          *
      *   - the FAxxST status overrides;                              *
      *   - the FAxxWH webhook subscribers;                           *
      *   - the FAxxEN cipher key generation, and whether a key is    *
      *     set - never the key itself.                               *
      *                                                               *
      * A template that is not installed leaves its part of the image *
      * blank.  ZFAM002 answers GET ?config with the image, and       *
      * ZFAM163 builds the local image here to compare with the one   *
      * its partner Data Center answers, so both sides of the         *
      * comparison are always built by the same code.                 *
      *                                                               *
      * Date       UserID   Description                               *
      * ---------- -------- ----------------------------------------- *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      * DEFINE LOCAL VARIABLES                                        *
      *****************************************************************
       01  DOC-TOKEN              PIC  X(16) VALUE SPACES.
       01  DOC-LENGTH             PIC S9(08) COMP VALUE ZEROES.

       01  PASSWORD-OFFSET        PIC S9(08) COMP VALUE 52.
       01  PASSWORD-LENGTH        PIC S9(08) COMP VALUE 8.

       01  ZFAM-DD.
           02  DD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'DD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  DD-IMAGE               PIC X(160) VALUE SPACES.

      *****************************************************************
      * FAxxFD schema document template, keyed the same way as        *
      * ZFAM021's ZFAM-FD template.                                   *
      *****************************************************************
       01  FD-OFFSET              PIC S9(08) COMP VALUE ZEROES.
       01  FD-COUNT               PIC S9(04) COMP VALUE ZEROES.

       01  ZFAM-FD.
           02  FD-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'FD'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  FAXXFD-BUFFER          PIC  X(64000) VALUE SPACES.

       01  FD-ENTRY.
           02  FILLER             PIC  X(03).
           02  FD-INDEX           PIC  9(03).
           02  FILLER             PIC  X(05).
           02  FD-COLUMN          PIC  9(07).
           02  FILLER             PIC  X(05).
           02  FD-LENGTH          PIC  9(06).
           02  FILLER             PIC  X(06).
           02  FD-TYPE            PIC  X(01).
           02  FILLER             PIC  X(05).
           02  FD-SEC             PIC  9(02).
           02  FILLER             PIC  X(06).
           02  FD-NAME            PIC  X(16).
           02  FILLER             PIC  X(01).
           02  FD-CRLF            PIC  X(02).

       01  ZFAM-ST.
           02  ST-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'ST'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  ST-CONTROL.
           02  FILLER             PIC  X(06).
           02  ST-ENTRY-1         PIC  X(71) VALUE SPACES.
           02  ST-CRLF1           PIC  X(02).
           02  ST-ENTRY-2         PIC  X(71) VALUE SPACES.
           02  ST-CRLF2           PIC  X(02).
           02  ST-ENTRY-3         PIC  X(71) VALUE SPACES.
           02  FILLER             PIC  X(02).

       01  ZFAM-WH.
           02  WH-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'WH'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  WH-CONTROL.
           02  FILLER             PIC  X(06).
           02  WH-SUBSCRIBER-1    PIC  X(160) VALUE SPACES.
           02  WH-CRLF1           PIC  X(02).
           02  WH-SUBSCRIBER-2    PIC  X(160) VALUE SPACES.
           02  WH-CRLF2           PIC  X(02).
           02  WH-SUBSCRIBER-3    PIC  X(160) VALUE SPACES.
           02  FILLER             PIC  X(02).

       01  ZFAM-EN.
           02  EN-TRANID          PIC  X(04) VALUE 'FA##'.
           02  FILLER             PIC  X(02) VALUE 'EN'.
           02  FILLER             PIC  X(42) VALUE SPACES.

       01  EN-CONTROL.
           02  FILLER             PIC  X(06).
           02  EN-KEY             PIC  X(32) VALUE SPACES.
           02  EN-CRLF            PIC  X(02).
           02  EN-GEN             PIC  X(02) VALUE SPACES.
           02  FILLER             PIC  X(02).

      *****************************************************************
      * The configuration image.                                      *
      *****************************************************************
       COPY ZFAMCGC.

      *****************************************************************
      * Dynamic Storage                                               *
      *****************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CA-TRANID          PIC  X(04).
           02  CA-IMAGE           PIC  X(3099).

       PROCEDURE DIVISION.

      *****************************************************************
      * Main process.                                                 *
      *****************************************************************
           IF  EIBCALEN LESS THAN LENGTH OF DFHCOMMAREA
               PERFORM 9000-RETURN          THRU 9000-EXIT.

           MOVE CA-TRANID                    TO CG-TRANID
                                                 DD-TRANID
                                                 FD-TRANID
                                                 ST-TRANID
                                                 WH-TRANID
                                                 EN-TRANID.
           MOVE SPACES                       TO CG-IMAGE.

           PERFORM 1000-DD-IMAGE             THRU 1000-EXIT.
           PERFORM 2000-FD-ENTRIES           THRU 2000-EXIT.
           PERFORM 3000-ST-OVERRIDES         THRU 3000-EXIT.
           PERFORM 4000-WH-SUBSCRIBERS       THRU 4000-EXIT.
           PERFORM 5000-EN-GENERATION        THRU 5000-EXIT.

           INSPECT CG-IMAGE REPLACING ALL LOW-VALUES BY SPACES.

           MOVE CG-IMAGE                     TO CA-IMAGE.

           PERFORM 9000-RETURN               THRU 9000-EXIT.

      *****************************************************************
      * ZFAM-DD template image, credential masked.                    *
      *****************************************************************
       1000-DD-IMAGE.
           MOVE SPACES                       TO DD-IMAGE.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DOC-TOKEN)
                TEMPLATE(ZFAM-DD)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 1000-EXIT.

           MOVE LENGTH OF DD-IMAGE           TO DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DOC-TOKEN)
                INTO     (DD-IMAGE)
                LENGTH   (DOC-LENGTH)
                MAXLENGTH(DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES                   TO DD-IMAGE
               GO TO 1000-EXIT.

           IF  DD-IMAGE(PASSWORD-OFFSET:PASSWORD-LENGTH)
                                         NOT EQUAL SPACES
           AND DD-IMAGE(PASSWORD-OFFSET:PASSWORD-LENGTH)
                                         NOT EQUAL LOW-VALUES
               MOVE '********'
                 TO DD-IMAGE(PASSWORD-OFFSET:PASSWORD-LENGTH).

           MOVE DD-IMAGE                     TO CG-DD-IMAGE.

       1000-EXIT.
           EXIT.

      *****************************************************************
      * FAxxFD column entries - the first CG-FD-MAX are carried, all  *
      * are counted.                                                  *
      *****************************************************************
       2000-FD-ENTRIES.
           MOVE ZEROES                       TO FD-COUNT
                                                 CG-FD-COUNT.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DOC-TOKEN)
                TEMPLATE(ZFAM-FD)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 2000-EXIT.

           MOVE LENGTH OF FAXXFD-BUFFER      TO DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DOC-TOKEN)
                INTO     (FAXXFD-BUFFER)
                LENGTH   (DOC-LENGTH)
                MAXLENGTH(DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
           OR  DOC-LENGTH NOT GREATER THAN ZEROES
               GO TO 2000-EXIT.

           PERFORM 2100-FD-ENTRY           THRU 2100-EXIT
               VARYING FD-OFFSET FROM ZEROES BY LENGTH OF FD-ENTRY
               UNTIL   FD-OFFSET NOT LESS THAN DOC-LENGTH.

           IF  FD-COUNT GREATER THAN 999
               MOVE 999                      TO CG-FD-COUNT
           ELSE
               MOVE FD-COUNT                 TO CG-FD-COUNT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      * Carry one FAxxFD entry.                                       *
      *****************************************************************
       2100-FD-ENTRY.
           MOVE FAXXFD-BUFFER(FD-OFFSET + 1: LENGTH OF FD-ENTRY)
                                              TO FD-ENTRY.

           ADD  1                             TO FD-COUNT.

           IF  FD-COUNT GREATER THAN CG-FD-MAX
               GO TO 2100-EXIT.

           MOVE FD-INDEX                      TO CG-FD-INDEX (FD-COUNT).
           MOVE FD-COLUMN                     TO CG-FD-COLUMN(FD-COUNT).
           MOVE FD-LENGTH                     TO CG-FD-LENGTH(FD-COUNT).
           MOVE FD-TYPE                       TO CG-FD-TYPE  (FD-COUNT).
           MOVE FD-SEC                        TO CG-FD-SEC   (FD-COUNT).
           MOVE FD-NAME                       TO CG-FD-NAME  (FD-COUNT).

       2100-EXIT.
           EXIT.

      *****************************************************************
      * FAxxST status overrides.                                      *
      *****************************************************************
       3000-ST-OVERRIDES.
           EXEC CICS DOCUMENT CREATE DOCTOKEN(DOC-TOKEN)
                TEMPLATE(ZFAM-ST)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3000-EXIT.

           MOVE SPACES                       TO ST-CONTROL.
           MOVE LENGTH OF ST-CONTROL         TO DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DOC-TOKEN)
                INTO     (ST-CONTROL)
                LENGTH   (DOC-LENGTH)
                MAXLENGTH(DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 3000-EXIT.

           MOVE ST-ENTRY-1                   TO CG-ST-OVERRIDE(1).
           MOVE ST-ENTRY-2                   TO CG-ST-OVERRIDE(2).
           MOVE ST-ENTRY-3                   TO CG-ST-OVERRIDE(3).

       3000-EXIT.
           EXIT.

      *****************************************************************
      * FAxxWH webhook subscribers.                                   *
      *****************************************************************
       4000-WH-SUBSCRIBERS.
           EXEC CICS DOCUMENT CREATE DOCTOKEN(DOC-TOKEN)
                TEMPLATE(ZFAM-WH)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4000-EXIT.

           MOVE SPACES                       TO WH-CONTROL.
           MOVE LENGTH OF WH-CONTROL         TO DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DOC-TOKEN)
                INTO     (WH-CONTROL)
                LENGTH   (DOC-LENGTH)
                MAXLENGTH(DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4000-EXIT.

           MOVE WH-SUBSCRIBER-1              TO CG-WH-URL(1).
           MOVE WH-SUBSCRIBER-2              TO CG-WH-URL(2).
           MOVE WH-SUBSCRIBER-3              TO CG-WH-URL(3).

       4000-EXIT.
           EXIT.

      *****************************************************************
      * FAxxEN cipher key generation - whether a key is set and its   *
      * generation, never the key.                                    *
      *****************************************************************
       5000-EN-GENERATION.
           MOVE 'N'                          TO CG-EN-KEY-SET.

           EXEC CICS DOCUMENT CREATE DOCTOKEN(DOC-TOKEN)
                TEMPLATE(ZFAM-EN)
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5000-EXIT.

           MOVE SPACES                       TO EN-CONTROL.
           MOVE LENGTH OF EN-CONTROL         TO DOC-LENGTH.

           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DOC-TOKEN)
                INTO     (EN-CONTROL)
                LENGTH   (DOC-LENGTH)
                MAXLENGTH(DOC-LENGTH)
                DATAONLY
                NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5000-EXIT.

           IF  EN-KEY NOT EQUAL SPACES
           AND EN-KEY NOT EQUAL LOW-VALUES
               MOVE 'Y'                      TO CG-EN-KEY-SET.

           MOVE EN-GEN                       TO CG-EN-GEN.
           MOVE SPACES                       TO EN-KEY.

       5000-EXIT.
           EXIT.

      *****************************************************************
      * Return to the caller.                                         *
      *****************************************************************
       9000-RETURN.

           EXEC CICS RETURN
           END-EXEC.

       9000-EXIT.
           EXIT.

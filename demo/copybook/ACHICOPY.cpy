      *****************************************************************
      *  ACHICOPY - ACH ITEM RECORD LAYOUT
      *  SHARED BY:  ACHIN, ACHRET, ACHPREP, ACHORIG, ACHSETL
      *  ONE RECORD PER ACH ENTRY ON ACHITEM, KEYED ON THE DIRECTION,
      *  THE ACTIVITY BATCH ID THE ENTRY WAS CARDED UNDER AND ITS
      *  ITEM SEQUENCE IN THAT BATCH.  ACHI-CARD-SEQ IS THE DETAIL
      *  SEQUENCE OF THE ENTRY'S CARD IN THE ACTIVITY BATCH - THE
      *  SUSPENSE KEY TXNPOST FILES A REJECTED CARD UNDER ALONGSIDE
      *  THE BATCH ID - SO ONCE THE BATCH HAS POSTED EACH ITEM CAN BE
      *  MATCHED TO WHAT TXNPOST DID WITH ITS CARD.  ZERO MEANS THE
      *  ENTRY WAS NEVER CARDED.
      *
      *  AN INBOUND ITEM (ACHIN) IS CARDED, THEN POSTED, RETURNED OR
      *  LEFT IN SUSPENSE BY ACHRET.  AN ENTRY ACHIN REFUSES OUTRIGHT -
      *  ACCOUNT NOT ON CUSTFILE OR ACCOUNT NUMBER NOT OURS - WAITS
      *  FOR ACHRET AS RETURN-PENDING; A PRENOTE IS ONLY RECORDED;
      *  AN ENTRY OF A KIND WE DO NOT PROCESS IS LEFT FOR MANUAL
      *  HANDLING.  AN OUTBOUND ITEM (ACHPREP) IS CARDED, THEN
      *  ORIGINATED OR DECLINED BY ACHORIG.  ACHI-AMOUNT IS SIGNED
      *  THE WAY THE CARD IS - A CREDIT TO OUR ACCOUNT POSITIVE, A
      *  DEBIT NEGATIVE - SO ACHSETL CAN TIE IT TO DAYCTL.
      *  ACHI-ENTRY-IMAGE IS THE NACHA ENTRY DETAIL RECEIVED, OR FOR
      *  AN OUTBOUND ITEM THE ENTRY TO BE SENT (TRACE NUMBER ADDED AT
      *  ORIGINATION).
      *****************************************************************
       01  ACH-ITEM-RECORD.
           05  ACHI-KEY.
               10  ACHI-DIRECTION       PIC X(01).
                   88  ACHI-INBOUND     VALUE 'I'.
                   88  ACHI-OUTBOUND    VALUE 'O'.
               10  ACHI-BATCH-ID        PIC X(08).
               10  ACHI-ITEM-SEQ        PIC 9(06).
           05  ACHI-BUSINESS-DATE       PIC X(10).
           05  ACHI-STATUS              PIC X(01).
               88  ACHI-CARDED          VALUE 'C'.
               88  ACHI-RETURN-PENDING  VALUE 'Q'.
               88  ACHI-PRENOTE         VALUE 'N'.
               88  ACHI-MANUAL          VALUE 'M'.
               88  ACHI-POSTED          VALUE 'P'.
               88  ACHI-RETURNED        VALUE 'R'.
               88  ACHI-IN-SUSPENSE     VALUE 'S'.
               88  ACHI-ORIGINATED      VALUE 'O'.
               88  ACHI-DECLINED        VALUE 'X'.
           05  ACHI-STATUS-DATE         PIC X(10).
           05  ACHI-CARD-SEQ            PIC 9(06).
           05  ACHI-ACCOUNT             PIC X(10).
           05  ACHI-AMOUNT              PIC S9(9)V99 COMP-3.
           05  ACHI-POST-REASON         PIC X(03).
           05  ACHI-RETURN-CODE         PIC X(03).
           05  ACHI-SENT-TRACE          PIC X(15).
           05  ACHI-BATCH-INFO.
               10  ACHI-COMPANY-NAME    PIC X(16).
               10  ACHI-COMPANY-ID      PIC X(10).
               10  ACHI-SEC-CODE        PIC X(03).
               10  ACHI-ENTRY-DESC      PIC X(10).
               10  ACHI-EFFECTIVE-DATE  PIC X(06).
               10  ACHI-ODFI-ID         PIC X(08).
               10  ACHI-NACHA-BATCH-NO  PIC 9(07).
           05  ACHI-ENTRY-IMAGE         PIC X(94).
           05  ACHI-ORDER-ID            PIC X(08).
           05  ACHI-PAYEE-ID            PIC X(08).
           05  FILLER                   PIC X(51).

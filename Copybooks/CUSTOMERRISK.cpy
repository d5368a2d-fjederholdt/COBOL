           02 RSK-CUSTOMER-ID      PIC X(10).
           02 RSK-SCORE            PIC 9(04).
           02 RSK-BAND             PIC X(01).
           02 RSK-RATED-DATE       PIC X(10).
           02 RSK-LAST-REVIEW-DATE PIC X(10).
           02 RSK-NEXT-REVIEW-DATE PIC X(10).
           02 RSK-COUNTRY-POINTS   PIC 9(04).
           02 RSK-ENTITY-POINTS    PIC 9(04).
           02 RSK-CASE-POINTS      PIC 9(04).
           02 RSK-ALERT-POINTS     PIC 9(04).
           02 RSK-FILING-POINTS    PIC 9(04).
           02 RSK-PARTY-POINTS     PIC 9(04).

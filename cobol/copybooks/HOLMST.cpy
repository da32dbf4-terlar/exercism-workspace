      *> CALDEXT SELECTS ON IT WHEN A REGION IS GIVEN ON ITS PARM
      *> CARD. SPACES MEANS A COMPANY-WIDE HOLIDAY, ENTERED ONCE
      *> AND OBSERVED BY EVERY REGION'S EXTRACT.
      *> THE OBSERVANCE RULE SAYS WHICH WEEKDAY THE BUSINESS CLOSES
      *> WHEN THE HOLIDAY FALLS ON A WEEKEND (SEE HOLOBSR FOR THE
      *> CODES). BLANK IS NO SUBSTITUTION, SO EVERY MASTER LOADED
      *> BEFORE THE FIELD EXISTED READS AS IT ALWAYS HAS. THE RULE
      *> BELONGS TO THE RECORD AND SO TO THE RECORD'S REGION - A
      *> REGION THAT OBSERVES A HOLIDAY DIFFERENTLY FROM THE REST
      *> CARRIES ITS OWN REGIONAL RECORD FOR IT IN PLACE OF A
      *> COMPANY-WIDE ONE.
       01  HOLIDAY-MASTER-RECORD.
           02 HOL-DATE.
               03 HOL-YEAR  PIC 9(4).
           02 FILLER              PIC X(1) VALUE SPACE.
           02 HOL-REGION          PIC X(3).
               88 HOL-ALL-REGIONS VALUE SPACES.
           02 FILLER              PIC X(1) VALUE SPACE.
           02 HOL-OBSERVANCE-RULE PIC X(1).
               88 HOL-NO-SUBSTITUTION  VALUE SPACE.
               88 HOL-NEAREST-WEEKDAY  VALUE 'N'.
               88 HOL-FOLLOWING-MONDAY VALUE 'M'.
               88 HOL-PRECEDING-FRIDAY VALUE 'F'.
           02 FILLER              PIC X(22) VALUE SPACES.

      *Payer quality-measure submission row (QUALMEAS.DAT). 100
      *bytes: one header, one detail row per member per measure
      *the member is eligible for, one trailer. Measure codes are
      *ABA (adult BMI assessment), WCCB (BMI percentile, ages
      *3-17), WCCN (nutrition counseling, 3-17) and WCCP (physical
      *activity counseling, 3-17). An excluded member is sent with
      *the exclusion flag set and is out of the denominator.
       01 QMS-RECORD.
           05 QMS-RECORD-TYPE PIC X.
               88 QMS-IS-HEADER VALUE "H".
               88 QMS-IS-DETAIL VALUE "D".
               88 QMS-IS-TRAILER VALUE "T".
           05 QMS-PAYER PIC X(8).
           05 QMS-MEASURE-YEAR PIC 9(4).
           05 QMS-BODY PIC X(87).
      *Header: A for the full measurement year, Y for year to
      *date, and the dates the measures were taken over.
       01 QMS-HEADER REDEFINES QMS-RECORD.
           05 FILLER PIC X(13).
           05 QMS-H-SUBMITTER-ID PIC X(8).
           05 QMS-H-LAYOUT-VERSION PIC 99.
           05 QMS-H-PERIOD-TYPE PIC X.
               88 QMS-H-ANNUAL VALUE "A".
               88 QMS-H-YEAR-TO-DATE VALUE "Y".
           05 QMS-H-PERIOD-START PIC 9(8).
           05 QMS-H-PERIOD-END PIC 9(8).
           05 QMS-H-CREATED-DATE PIC 9(8).
           05 QMS-H-CREATED-TIME PIC 9(6).
           05 FILLER PIC X(46).
      *Detail: the service date is the qualifying reading or
      *counseling session; the result is the BMI on ABA and the
      *percentile on WCCB, zero otherwise.
       01 QMS-DETAIL REDEFINES QMS-RECORD.
           05 FILLER PIC X(13).
           05 QMS-D-MEASURE PIC X(4).
           05 QMS-D-MEMBER-ID PIC 9(6).
           05 QMS-D-BIRTH-DATE PIC 9(8).
           05 QMS-D-SEX PIC X.
           05 QMS-D-DENOMINATOR-FLAG PIC X.
           05 QMS-D-EXCLUSION-FLAG PIC X.
           05 QMS-D-NUMERATOR-FLAG PIC X.
           05 QMS-D-SERVICE-DATE PIC 9(8).
           05 QMS-D-RESULT PIC 999V99.
           05 FILLER PIC X(52).
       01 QMS-TRAILER REDEFINES QMS-RECORD.
           05 FILLER PIC X(13).
           05 QMS-T-DETAIL-COUNT PIC 9(7).
           05 QMS-T-DENOMINATOR-TOTAL PIC 9(7).
           05 QMS-T-NUMERATOR-TOTAL PIC 9(7).
           05 FILLER PIC X(66).

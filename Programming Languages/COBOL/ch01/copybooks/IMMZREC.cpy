      *Immunization row (IMMUNIZ.DAT), one per vaccine offered to a
      *member at a clinic event. Keyed by event first so the event
      *roster reads as a block; the member is an alternate key for
      *the member's own record. A deferred row is kept so the
      *roster shows who was screened out or would not consent; no
      *lot, site or charge goes with it.
       01 IMMUNIZATION-RECORD.
           05 IMMZ-KEY.
               10 IMMZ-EVENT-CODE PIC X(6).
               10 IMMZ-MEMBER-ID PIC 9(6).
               10 IMMZ-VACCINE-CODE PIC X(4).
           05 IMMZ-GIVEN-DATE PIC 9(8).
           05 IMMZ-GIVEN-TIME PIC 9(6).
           05 IMMZ-STATUS PIC X.
               88 IMMZ-WAS-GIVEN VALUE "G".
               88 IMMZ-WAS-DEFERRED VALUE "D".
           05 IMMZ-DEFER-REASON PIC X.
               88 IMMZ-SCREENED-OUT VALUE "S".
               88 IMMZ-NO-CONSENT VALUE "C".
           05 IMMZ-LOT-NUMBER PIC X(10).
           05 IMMZ-LOT-EXPIRY PIC 9(8).
           05 IMMZ-SITE PIC XX.
               88 IMMZ-SITE-VALID VALUE "LA" "RA" "LT" "RT".
           05 IMMZ-NURSE-ID PIC X(8).
      *The pre-vaccination screening answers, Y or N, in the order
      *of the screening question table.
           05 IMMZ-SCREENING.
               10 IMMZ-SCREEN-ANSWER PIC X OCCURS 4 TIMES.
           05 IMMZ-CONSENT-FLAG PIC X.
               88 IMMZ-CONSENT-GIVEN VALUE "Y".
           05 IMMZ-CLIENT-CODE PIC X(3).

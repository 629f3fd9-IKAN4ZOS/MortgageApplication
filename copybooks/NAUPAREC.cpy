      ******************************************************************
      * NAUPAREC - NAUPA STANDARD HOLDER REPORT RECORDS
      * ----------------------------------------------------------------
      * The 525-byte records of the NAUPA standard electronic holder
      * report, built by the unclaimed-property remittance run.  Each
      * state's report is one holder record ('1'), one property
      * record ('2') per owner item, and one summary record ('9')
      * carrying the property count and dollars reported and
      * remitted.  Dates are YYYYMMDD; amounts are unsigned with two
      * implied decimals.  Fields we have no data for (owner date of
      * birth, county, deductions) are left spaces or zero.
      *
      * CHANGE LOG
      * DATE       DESCRIPTION
      * ---------- ---------------------------------------------------
      * 2026-10-15 Initial layout.
      ******************************************************************
       01  NAUPA-HOLDER-REC.
           05  NH-RECORD-ID          PIC X(1).
           05  NH-HOLDER-TAX-ID      PIC X(9).
           05  NH-HOLDER-TAX-ID-EXT  PIC X(4).
           05  NH-REPORT-YEAR        PIC X(4).
           05  NH-HOLDER-NAME        PIC X(40).
           05  NH-HOLDER-STREET      PIC X(30).
           05  NH-HOLDER-CITY        PIC X(30).
           05  NH-HOLDER-STATE       PIC X(2).
           05  NH-HOLDER-ZIP         PIC X(9).
           05  NH-HOLDER-INC-STATE   PIC X(2).
           05  NH-REPORT-STATE       PIC X(2).
           05  NH-REPORT-DATE        PIC X(8).
           05  NH-REPORT-TYPE        PIC X(1).
           05  FILLER                PIC X(383).
       01  NAUPA-PROPERTY-REC REDEFINES NAUPA-HOLDER-REC.
           05  NP-RECORD-ID          PIC X(1).
           05  NP-SEQUENCE-NUMBER    PIC 9(6).
           05  NP-OWNER-NAME         PIC X(40).
           05  NP-OWNER-ADDRESS-1    PIC X(30).
           05  NP-OWNER-ADDRESS-2    PIC X(30).
           05  NP-OWNER-CITY         PIC X(30).
           05  NP-OWNER-COUNTY       PIC X(6).
           05  NP-OWNER-STATE        PIC X(2).
           05  NP-OWNER-ZIP          PIC X(9).
           05  NP-OWNER-COUNTRY      PIC X(3).
           05  NP-OWNER-TAX-ID       PIC X(9).
           05  NP-OWNER-DOB          PIC X(8).
           05  NP-LAST-ACTIVITY-DATE PIC X(8).
           05  NP-PROPERTY-TYPE      PIC X(4).
           05  NP-CASH-REPORTED      PIC 9(8)V99.
           05  NP-DEDUCTION-AMT      PIC 9(8)V99.
           05  NP-CASH-REMITTED      PIC 9(8)V99.
           05  NP-ACCOUNT-NUMBER     PIC X(20).
           05  NP-CHECK-NUMBER       PIC X(20).
           05  NP-PROPERTY-DESC      PIC X(50).
           05  FILLER                PIC X(219).
       01  NAUPA-SUMMARY-REC REDEFINES NAUPA-HOLDER-REC.
           05  NS-RECORD-ID          PIC X(1).
           05  NS-PROPERTY-COUNT     PIC 9(6).
           05  NS-CASH-REPORTED      PIC 9(10)V99.
           05  NS-DEDUCTION-AMT      PIC 9(10)V99.
           05  NS-CASH-REMITTED      PIC 9(10)V99.
           05  FILLER                PIC X(482).

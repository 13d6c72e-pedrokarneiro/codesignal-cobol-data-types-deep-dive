      *> CUSTCASE.cpy - Customer complaint case record. One row per
      *> complaint, keyed by case number, opened and worked on line
      *> through CustomerCaseEntry.cob (logical name CASEFILE, the
      *> keyed VSAM KSDS) and read sequentially by the nightly aging
      *> job and the monthly complaint report. Every case belongs
      *> to a customer (CUSTMAST.cpy); a complaint about a loan
      *> names the loan account as well, spaces when it does not.
      *> Category drives the service-level target the aging job
      *> holds the case to:
      *>   BILL billing/statement   FEES fees and charges
      *>   SERV service/staff       COLL collections conduct
      *>   PRIV privacy/data        FRAU fraud/unauthorised
      *>   LEND lending decision    OTHR anything else
      *> Channel is how the complaint arrived: 'P' phone (call
      *> centre), 'T' teller counter, 'L' letter. Status 'O' open,
      *> 'R' resolved; resolving stamps the outcome, who resolved
      *> it and the date, and reopening clears them again. The
      *> outcome is what the regulator's log asks for: 'UPHD'
      *> upheld, 'PART' partly upheld, 'NOTU' not upheld, 'WDRN'
      *> withdrawn by the customer.
      *> Case number '00000000' is the control record; it holds the
      *> last number issued and is skipped by every batch reader.
       01 CUSTOMER-CASE-RECORD.
           05 CS-CASE-NO                PIC X(8).
           05 CS-CUST-ID                PIC X(6).
           05 CS-LOAN-ACCT-ID           PIC X(6).
           05 CS-CATEGORY               PIC X(4).
           05 CS-CHANNEL                PIC X(1).
           05 CS-OPENED-BY              PIC X(8).
           05 CS-OPENED-DATE            PIC X(8).
           05 CS-STATUS                 PIC X(1).
           05 CS-SUMMARY                PIC X(40).
           05 CS-OUTCOME                PIC X(4).
           05 CS-RESOLUTION             PIC X(40).
           05 CS-RESOLVED-BY            PIC X(8).
           05 CS-RESOLVED-DATE          PIC X(8).
       01 CASE-CONTROL-RECORD REDEFINES CUSTOMER-CASE-RECORD.
           05 CSC-CASE-NO               PIC X(8).
           05 CSC-LAST-CASE-NO          PIC 9(8).
           05 FILLER                    PIC X(126).

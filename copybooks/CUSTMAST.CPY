               88  CM-COLLECTION-DISPUTED      VALUE 'D'.
               88  CM-COLLECTION-PAYMENT-PLAN  VALUE 'P'.
               88  CM-COLLECTION-AT-AGENCY     VALUE 'A'.
      *        PAYMENT TERMS CODE FROM THE TERMS TABLE (TERMSW.CPY):
      *        N10, N30, N45, N60 OR D10 (2/10 NET 30). SPACES ON
      *        ACCOUNTS CONVERTED BEFORE THE FIELD EXISTED MEANS N30.
           05  CM-TERMS-CODE            PIC X(03).
      *        SALES-TAX JURISDICTION, LOOKED UP ON THE EFFECTIVE-
      *        DATED TAX RATE TABLE (TAXRATES) AT BILLING TIME. SPACES
      *        MEANS THE ACCOUNT IS NOT SUBJECT TO SALES TAX.
           05  CM-TAX-JURISDICTION      PIC X(05).
      *        EXEMPT CERTIFICATE ON FILE: Y BILLS WITHOUT TAX AND
      *        REPORTS THE SALE AS EXEMPT ON THE TAX REGISTER. SPACES
      *        OR N BILLS TAX AT THE JURISDICTION'S RATE.
           05  CM-TAX-EXEMPT            PIC X(01).
               88  CM-TAX-IS-EXEMPT            VALUE 'Y'.
      *        RETURNED-ITEM CHECK HOLD: Y IS SET BY THE RETURNED-ITEM
      *        RUN WHEN A PAYMENT COMES BACK NSF OR CHARGED BACK, AND
      *        MAKES THE LOCKBOX EDIT HOLD EVERY LATER CHECK FROM THE
      *        CUSTOMER IN SUSPENSE FOR REVIEW. SPACES OR N POSTS AS
      *        USUAL. ONLY A CUSTOMER MAINTENANCE CHANGE RELEASES IT.
           05  CM-CHECK-HOLD            PIC X(01).
               88  CM-CHECKS-ON-HOLD           VALUE 'Y'.
      *        BILL-TO PARENT: THE ACCOUNT (HEAD OFFICE) THAT PAYS
      *        THIS ONE'S BILLS AND CARRIES ITS CREDIT. THE ACCOUNT AT
      *        THE TOP OF A CHAIN OF PARENTS IS THE FAMILY HEAD: IT
      *        GETS THE FAMILY'S CONSOLIDATED STATEMENT AND DUNNING
      *        LETTERS, AND ITS LIMIT COVERS THE WHOLE FAMILY. SPACES
      *        MEANS THE ACCOUNT BILLS ON ITS OWN. ONLY CUSTOMER
      *        MAINTENANCE SETS IT, AND IT REFUSES A LOOP OR A PARENT
      *        NOT ON THE MASTER.
           05  CM-PARENT-ID             PIC X(10).
           05  FILLER                   PIC X(06).
      * CUSTMAST.CPY END

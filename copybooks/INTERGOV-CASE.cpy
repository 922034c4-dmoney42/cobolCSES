      *> Intergovernmental case master - one record per case that
      *> another state is party to, keyed on IG-CASE-ID which joins
      *> to PM-PARENT-ID on the parent master. A case with no row
      *> here is an ordinary in-state case. Maintained by case
      *> maintenance; read by the distribution step, which forwards
      *> collections on responding cases to the initiating state
      *> instead of paying them out here. Shared here so every
      *> reader carries the same layout as the writer.
       FD  INTERGOV-CASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS INTERGOV-CASE-RECORD.

       01  INTERGOV-CASE-RECORD.
           05  IG-CASE-ID            PIC 9(8).
      *>   Initiating - we asked the other state to enforce for our
      *>   family. Responding - we enforce for the other state's
      *>   family, and what we collect is theirs to distribute.
           05  IG-ROLE               PIC X(01).
               88  IG-INITIATING         VALUE "I".
               88  IG-RESPONDING         VALUE "R".
      *>   The other state's FIPS code - state, county, and the
      *>   office locator within the county
           05  IG-OTHER-STATE-FIPS.
               10  IG-FIPS-STATE         PIC X(02).
               10  IG-FIPS-COUNTY        PIC X(03).
               10  IG-FIPS-LOCATOR       PIC X(02).
           05  IG-OTHER-CASE-NUMBER  PIC X(15).
      *>   Date case maintenance last set the designation
           05  IG-DESIGNATED-DATE    PIC 9(8).
           05  FILLER                PIC X(09).

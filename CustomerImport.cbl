*> re-keying an acquired customer list by hand.
*> SPLITLINE only splits three columns, so this splits its six with
*> the same trim/UNSTRING approach inline.
*> When custimport.csv is registered with the interface gateway
*> (IFGATEWAY, ifregister.txt), the file read here is the one the
*> gateway handed over - checked, never a repeat, envelope
*> stripped - so make IFGATEWAY this step's predecessor.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

      *> (workorders.txt). One record per numbered work order on a
      *> vehicles.dat truck: why it was opened, when, and - once the
      *> garage finishes - the completion date, the mileage on the
      *> clock, and what it cost - the parts issued from stock plus
      *> the labor hours at the shop rate. WORKORDER opens them (from
      *> the service-due condition or ad hoc for breakdowns) and
      *> closes them, updating VehLastServiceMileage; the cost-per-mile
      *> report reads the completed costs back out.
      *> Fields kept contiguous with no separator FILLER - a FILLER
      *> PIC X VALUE SPACE between fields here triggers a LINE
               02 WOCompDate PIC 9(8).
               02 WOMileage PIC 9(6).
               02 WOCost PIC 9(6)V99.
      *> The split of WOCost: parts issued from stock.dat at
      *> ProdUnitCost (each issue on stockmove.txt under the WONum),
      *> and the labor hours at the shop rate on woctl.txt. Orders
      *> closed before parts were issued read spaces here - their
      *> WOCost is a single hand-keyed figure with no split
               02 WOPartsCost PIC 9(6)V99.
               02 WOLaborHours PIC 9(3)V99.
               02 WOLaborCost PIC 9(6)V99.
